
*Game recording (TTS.REPLAY): the piece sequence and every keystroke
*the main loop acted on, with tick timing, so a recorded game can be
*played back on screen exactly as it was played.  A daily challenge
*attempt is recorded the same way under its own name (WS-RECORD-FILE).
	SELECT  FRECORD ASSIGN TO WS-RECORD-FILE
		STATUS IS RECORD-STAT.

*Submissions for TTSVERIFY, one line each: NAME|POINTS|REPLAY FILE,
*and for a daily challenge attempt |CHALLENGE DATE|START TIME as well.
	SELECT  FSUBMIT ASSIGN TO "TTS.SUBMIT"
		ORGANIZATION IS LINE SEQUENTIAL
		STATUS IS SUBMIT-STAT.

DATA DIVISION.
FILE SECTION.

	03 REC-VALUE	PIC 9(4) COMP.
	03 REC-TICKS	PIC 9(4) COMP.

FD FSUBMIT.
01 SUBMIT-LINE	PIC X(120).

*Same record layout as SHIGH (FHIGH) -- FMERGE just points at a
*different terminal's TTS.SCORE file, named by WS-MERGE-FILE.
FD FMERGE.
01 NODES-Stat	Pic x(2).
01 MERGE-Stat	Pic x(2).
01 RECORD-Stat	Pic x(2).
01 SUBMIT-Stat	Pic x(2).
01 WS-MERGE-FILE	Pic X(80).
01 WS-RECORD-FILE	Pic X(80) Value "TTS.REPLAY".
01 Resumed-Game	Pic 9     Value 0.

*Line-clear statistics: LS- counts this game, LT- is the lifetime
01 Delim-Char	Pic X(01).

*Game mode chosen at startup: 1 = the usual marathon, 2 = head-to-head
*two-board match on one screen, 3 = play back the TTS.REPLAY file,
*5 = the daily challenge.
01 Game-Mode	Pic 9(4) Comp Value 1.

*Daily challenge (game mode 5): a marathon on the standard board from
*level 1 whose pieces are dealt by a Park-Miller generator seeded with
*the date instead of FUNCTION RANDOM, so every terminal deals the same
*sequence all day.  TTSVERIFY steps the same generator to check the
*pieces of each recorded attempt.  One attempt per registered player
*per day counts; the attempt is recorded and submitted whether it is
*played out or abandoned.
01 Daily-Date		Pic 9(8)  Value 0.
01 Daily-Time		Pic 9(6)  Value 0.
01 Daily-Seed		Pic 9(10) Comp Value 0.
01 Daily-Work		Pic 9(18) Comp.
01 Daily-Played		Pic 9(4)  Comp Value 0.
01 Daily-Node		Pic X(08).
01 Daily-Submitted	Pic 9(4)  Comp Value 0.
01 SUB-Name		Pic X(20).
01 SUB-Points		Pic X(20).
01 SUB-Replay		Pic X(40).
01 SUB-Date		Pic X(08).
01 Z-Daily-Points	Pic Z(17)9.
01 Daily-Line		Pic X(120).

*Game recording/playback switches and scratch.
01 Record-Mode	Pic 9(4) Comp Value 0.
01 Replay-Mode	Pic 9(4) Comp Value 0.
		Stop RUN
	End-If.

*The daily challenge asks nothing: no object editor, no paused game,
*and the board, level, play mode and recording are all fixed so that
*every attempt that day is the same game.
	If Game-Mode = 5
		Perform DAILY-CHALLENGE-SETUP
	Else
		Perform OWN-OBJECTS
		Perform CHECK-FOR-PAUSED-GAME
	End-If.

	If Resumed-Game = 0 And Game-Mode Not = 5
		Perform ACCEPT-BOARD-SIZE
	End-If.

	Perform DRAW.

	If Resumed-Game = 0 And Game-Mode Not = 5
		Perform ACCEPT-LEVEL
		Perform ACCEPT-PLAY-MODE
		Perform ACCEPT-RECORD-MODE
	End-If.

	If Game-Mode = 5
		Perform START-RECORDING
		If Record-Mode = 0
			Perform CLOS-ALL
			Display "CANNOT RECORD THE DAILY CHALLENGE ("
				Function Trim(WS-RECORD-FILE) ") - NOT STARTED"
				Line 1 Column 1
			Stop RUN
		End-If
	End-If.

	Call "LIB$INIT_TIMER".

	If Play-Mode Not = 1

	Perform CLOS-ALL.

*A daily challenge score is kept apart from TTS.SCORE: it goes to
*TTSVERIFY and the daily leaderboard instead, finished or not.
	If To-Stop = 0 And Play-Mode = 1
		Perform SAVE-LINE-STATS
		If Game-Mode Not = 5
			Perform INSERT-INTO-HIGH-SCORES
		End-If
	End-If.

	Display "" Line 1 Column 1 Erase Screen.

	If Game-Mode = 5
		Perform SUBMIT-DAILY-ATTEMPT
	End-If.

*A Sprint time and an Ultra point total are not marathon numbers --
*each gets its own presentation instead of the high-score table.
	If Play-Mode Not = 1

	Call "SMG$UNPASTE_VIRTUAL_DISPLAY" Using DISP PASTE.
	Display "" Line 1 Column 1 Erase Screen.
*A daily challenge cannot be saved and resumed later; PF4 ends it.
	If Game-Mode = 5
		Display "PAUSED. PF4 ENDS THE CHALLENGE, ANY OTHER KEY RESUMES."
			Line 1 Column 1
	Else
		Display "PAUSED. PF4 SAVES AND QUITS, ANY OTHER KEY RESUMES."
			Line 1 Column 1
	End-If.

	Call "SMG$READ_KEYSTROKE" Using KEYB, KEY-CODE.

	If KEY-CODE = K-PF4
		If Game-Mode Not = 5
			Perform SAVE-PAUSE
		End-If
		Move 1 to To-Out
		Move 0 to To-Play
		Move 1 to To-Stop
	If Replay-Mode = 1
		Perform READ-REPLAY-PIECE
	Else
	 If Game-Mode = 5
		Perform DAILY-NEXT-PIECE
	 Else
		Move Function Current-Date(11:6) to SEED

		Compute O-Idx-Next = Function RANDOM(SEED)
		Compute O-Idx-Next Rounded =
			(Function RANDOM * (C-Max-Obj)) + 1
	 End-If
	End-If.

*	Coloring.
	Move  1 to LinX.
	Move  2 to ColY.
	Call "SMG$PUT_CHARS" Using DISP-L By Descriptor
				"Mode: 1=Marathon 2=Head-to-head 3=Replay 5=Daily"
				        By Reference  LINX COLY.

	Call "SMG$PASTE_VIRTUAL_DISPLAY" Using DISP-L PASTE POS-XL POS-YL.

			When K-N3  Move 3 to Game-Mode

			When K-N5  Move 5 to Game-Mode

			When Other Move 1 to Game-Mode

		End-Evaluate
        Call "SMG$DELETE_VIRTUAL_DISPLAY"  Using DISP-L.

	If KEY-CODE = K-UPPER-Y Or KEY-CODE = K-LOWER-Y
		Perform START-RECORDING
	End-If.

*************************
START-RECORDING SECTION.
*************************
BEGIN.

*Open the recording (WS-RECORD-FILE) and write its header: board
*dimensions and the starting level.
	Open Output FRECORD.
	If RECORD-Stat = "00"
		Move 1 to Record-Mode
		Move 0 to Rec-Ticks
		Move "X" to REC-TYPE
		Move C-Dim-X to REC-VALUE
		Move 0 to REC-TICKS
		Write SRECORD End-Write
		Move "Y" to REC-TYPE
		Move C-Dim-Y to REC-VALUE
		Write SRECORD End-Write
		Move "L" to REC-TYPE
		Move Level to REC-VALUE
		Write SRECORD End-Write
	End-If.

***************************
	End-If.

*Header: board dimensions and the starting level (exactly three
*records, written by START-RECORDING).
	Perform 3 Times
		Read FRECORD
			At End Move "10" to RECORD-Stat
		When Other   Continue

	End-Evaluate.

*******************************
DAILY-CHALLENGE-SETUP SECTION.
*******************************
BEGIN.

	Move Function Current-Date(1:8) to Daily-Date.
	Move Function Current-Date(9:6) to Daily-Time.

*Only a registered player's attempt can count, so the challenge is
*played under the identity signed in at the ARCADE menu.
	Move Space to Arcade-Player.
	Display "ARCADE_PLAYER" Upon Environment-Name.
	Accept  Arcade-Player From Environment-Value.
	If Arcade-Player = Space
	 Or Function Upper-Case(Arcade-Player) = "ANONYMOUS"
		Perform CLOS-ALL
		Display "THE DAILY CHALLENGE IS FOR REGISTERED PLAYERS"
			" - SIGN IN AT THE ARCADE MENU" Line 1 Column 1
		Stop RUN
	End-If.
	Move Arcade-Player to PLAYER-NAME.

	Perform CHECK-DAILY-PLAYED.
	If Daily-Played = 1
		Perform CLOS-ALL
		Display "TODAY'S CHALLENGE IS ALREADY PLAYED"
			" - ONE ATTEMPT PER DAY" Line 1 Column 1
		Stop RUN
	End-If.

        Call "SMG$CREATE_VIRTUAL_DISPLAY"  Using ROWS-L COLUMNS-L DISP-L
						 M_BORDER.

	Move  1 to LinX.
	Move  2 to ColY.
	Call "SMG$PUT_CHARS" Using DISP-L By Descriptor
					"Daily challenge: any key starts"
				        By Reference  LINX COLY.

	Call "SMG$PASTE_VIRTUAL_DISPLAY" Using DISP-L PASTE POS-XL POS-YL.

	Call "SMG$READ_KEYSTROKE" Using KEYB, KEY-CODE.

        Call "SMG$DELETE_VIRTUAL_DISPLAY"  Using DISP-L.

*Backing out here costs nothing: the attempt has not been recorded.
	Evaluate KEY-CODE
		When K-F10
		When K-PF1
		When K-PF2
		When K-PF3
		When K-PF4
			Perform CLOS-ALL
			Display "DAILY CHALLENGE NOT STARTED" Line 1 Column 1
			Stop RUN
		When Other Continue
	End-Evaluate.

*The standard board, level 1, marathon rules.
	Move 17 to C-Dim-X.
	Move 19 to C-Dim-Y.
	Move  1 to Level.
	Move LEV-Count(LEVEL) to Max-Wait.
	Move Level to First-Level.
	Move 1 to Play-Mode.
	Move 1 to To-Play.
	Move 0 to To-Stop.
	Move 1 to O-Idx.
	Move 1 to O-Idx-Next.
	Move Daily-Date to Daily-Seed.

*One recording per attempt, named for the day, the start time and the
*node, so attempts from different terminals never collide.
	Move WS-NODE to Daily-Node.
	Inspect Daily-Node Replacing All ":" By Space.
	If Daily-Node = Space
		Move "LOCAL" to Daily-Node
	End-If.
	Move Spaces to WS-RECORD-FILE.
	String "TTSD" Daily-Date "-" Daily-Time "-" Delimited By Size
	       Daily-Node Delimited By Space
	       ".REPLAY" Delimited By Size
		Into WS-RECORD-FILE
	End-String.

****************************
CHECK-DAILY-PLAYED SECTION.
****************************
BEGIN.

*An attempt already in TTS.SUBMIT under this name for today means the
*day's one attempt is spent.  The daily leaderboard applies the same
*rule across every terminal, counting only the earliest attempt.
	Move 0 to Daily-Played.
	Open Input FSUBMIT.
	If SUBMIT-Stat = "00"
		Perform Until SUBMIT-Stat Not = "00" Or Daily-Played = 1
			Read FSUBMIT
				At End Move "10" to SUBMIT-Stat
				Not At End
					Move Spaces to SUB-Name SUB-Points
						       SUB-Replay SUB-Date
					Unstring SUBMIT-LINE Delimited By "|"
						Into SUB-Name SUB-Points
						     SUB-Replay SUB-Date
					End-Unstring
					If SUB-Date = Daily-Date
					 And SUB-Name = PLAYER-NAME
						Move 1 to Daily-Played
					End-If
			End-Read
		End-Perform
		Close FSUBMIT
	End-If.

**************************
DAILY-NEXT-PIECE SECTION.
**************************
BEGIN.

*Park-Miller minimal standard generator: seed = seed * 16807 mod
*(2**31 - 1), the piece is the new seed mod 12, plus one.  TTSVERIFY
*deals with the same arithmetic, so the two must not drift apart.
	Compute Daily-Work = Daily-Seed * 16807.
	Compute Daily-Seed = Function Mod(Daily-Work, 2147483647).
	Compute O-Idx-Next = Function Mod(Daily-Seed, C-Max-Obj) + 1.

******************************
SUBMIT-DAILY-ATTEMPT SECTION.
******************************
BEGIN.

	If Points < 0
		Move 0 to Z-Daily-Points
	Else
		Move Points to Z-Daily-Points
	End-If.

	Move Spaces to Daily-Line.
	String Function Trim(PLAYER-NAME) "|"
	       Function Trim(Z-Daily-Points) "|"
	       Function Trim(WS-RECORD-FILE) "|"
	       Daily-Date "|" Daily-Time
		Delimited By Size Into Daily-Line
	End-String.

*TTS.SUBMIT is shared by every terminal; wait out a lock the same way
*the high-score table does.
	Move 0 to Daily-Submitted.
	Move 0 to Retry-Count.
	Open Extend FSUBMIT.
	If SUBMIT-Stat = "35"
		Open Output FSUBMIT
	End-If.
	Perform Until SUBMIT-Stat = "00" Or Retry-Count >= C-Max-Retry
		Display "TTS.SUBMIT locked, retrying..."
			Bold Line 24 Column 1 No
		Call "LIB$WAIT" Using RETRY-WAIT End-Call
		Add 1 to Retry-Count
		Open Extend FSUBMIT
	End-Perform.
	If SUBMIT-Stat = "00"
		Write SUBMIT-LINE From Daily-Line End-Write
		Close FSUBMIT
		Move 1 to Daily-Submitted
	End-If.

	Display "" Line 1 Column 1 Erase Screen.
	Display "DAILY CHALLENGE " Daily-Date(1:4) "-" Daily-Date(5:2)
		"-" Daily-Date(7:2) ": " Function Trim(Z-Daily-Points)
		" POINTS" Line 1 Column 1.
	If Daily-Submitted = 1
		Display "SUBMITTED FOR VERIFICATION"
			" - THE BOARD IS POSTED AT DAY END" Line 2 Column 1
	Else
		Display "TTS.SUBMIT IS LOCKED - ASK THE OPERATOR TO SUBMIT "
			Function Trim(WS-RECORD-FILE) Line 2 Column 1
	End-If.
	Display "PRESS RETURN" Line 4 Column 1.
	Accept Odg.
