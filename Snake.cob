    select optional RECORDS-FILE assign to "SNAKE.RECORDS"
        file status is wRecordsStatus
        organization is line sequential.
*> One line per campaign played to its end, finished or not, so a
*> completed campaign is on record under the player who did it.
    select optional CAMPLOG-FILE assign to "SNAKE.CAMPAIGN"
        file status is wCampLogStatus
        organization is line sequential.
*>****************************************************************
*>
*>****************************************************************
01  GHOST-RECORD               pic x(48).
FD  RECORDS-FILE.
01  RECORDS-RECORD             pic x(52).
FD  CAMPLOG-FILE.
01  CAMPLOG-RECORD             pic x(81).
working-storage section.
01 black   constant as 0.
01 blue    constant as 1.
01 wLevelCount          pic 9(2) value 0.
01 wLevelNow            pic 9(2) value 0.

*> SNAKE.CAMPAIGN line: date and time as SNAKE.SCORE stamps them,
*> C (campaign complete) or L (stopped on a level), the level reached,
*> the levels in the campaign, the signed-in player and the level file.
01 wCampLogStatus       pic 99.
01 wCampLogEntry.
   05 wCL-Date          pic x(10).
   05 filler            pic x value space.
   05 wCL-Time          pic x(8).
   05 filler            pic x value space.
   05 wCL-Result        pic x.
   05 filler            pic x value space.
   05 wCL-Level         pic 9(2).
   05 filler            pic x value space.
   05 wCL-Levels        pic 9(2).
   05 filler            pic x value space.
   05 wCL-Player        pic x(12).
   05 filler            pic x value space.
   05 wCL-File          pic x(40).
01 wCampaignPlayer      pic x(12) value space.

*> In-game maze editor: draw/erase wall cells with the cursor on the
*> live field and save in the exact MAZE-RECORD format LoadMaze reads.
01 wMazeEdit  pic x value 'N'.
          move wOpenFieldName to wRecName
      end-if
      perform UpdateMazeRecord thru UpdateMazeRecord-Ex
      if wCampaign = 'Y'
          perform WriteCampaignLog thru WriteCampaignLog-Ex
      end-if
  end-if

  evaluate GameOverReason
  close HIGH-SCORE-FILE.
WriteHighScore-Ex. exit.

*> Append the campaign just played to SNAKE.CAMPAIGN, under the full
*> signed-in name (SNAKE.SCORE only has room for eight letters).
WriteCampaignLog.
  move spaces to wCampLogEntry
  move wHS-Date to wCL-Date
  move wHS-Time to wCL-Time
  if GameOverReason = 'C'
      move 'C' to wCL-Result
  else
      move 'L' to wCL-Result
  end-if
  move wLevelNow to wCL-Level
  move wLevelCount to wCL-Levels
  display 'ARCADE_PLAYER' upon environment-name
  accept wCampaignPlayer from environment-value
  move wCampaignPlayer to wCL-Player
  move wCampaignFileName to wCL-File
  open extend CAMPLOG-FILE
  write CAMPLOG-RECORD from wCampLogEntry
  close CAMPLOG-FILE.
WriteCampaignLog-Ex. exit.

*> Load an obstacle/maze layout (req 019): one record per game-screen
*> row, wWallChar1 marking a wall cell, anything else left open. Rows
*> beyond the file's line count, or the file itself being missing,
