      *    PASS 1 - EVERY FAILED, UNRESOLVED ENTRY.  A FAILURE IS A
      *    RETURN CODE IN COLUMNS 95-99 THAT IS NEITHER ZERO NOR
      *    BLANK; RESOLVED IS THE 'R' THIS JOB LEAVES IN COLUMN 150.
      *    AN 'H' THERE IS A NOTIFICATION EMAIL IS STILL HOLDING FOR
      *    A BATCHED MAILBOX (BLANK RC) OR A FAILED CONSOLIDATED SEND
      *    WHOSE NOTIFICATIONS STAY HELD FOR THE NEXT RELEASE - EMAIL
      *    RETRIES THOSE ITSELF, SO THEY ARE NOT FAILURES HERE.
       COLLECT-FAILED-ENTRIES.
           OPEN INPUT SEND-LOG-FILE.
           IF WS-SEND-LOG-STATUS NOT = '00'
                 AND SEND-LOG-RECORD(95:5) NOT = '    0'
                 AND SEND-LOG-RECORD(95:5) NOT = SPACES
                 AND SEND-LOG-RECORD(150:1) NOT = 'R'
                 AND SEND-LOG-RECORD(150:1) NOT = 'H'
                 AND FAIL-COUNT < 50
                 ADD 1 TO FAIL-COUNT
                 MOVE SEND-LOG-RECORD(1:28)
