      *file on behalf of the calling program. Error conditions used
      *to be DISPLAY lines that vanished with the session; the alert
      *review screen in OperatorConsole reads this file instead.
      *An E alert raised at night, when nobody is at the console,
      *also pages the operator on call through PageOnCall.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-08-23.

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS PIC XX.

      *The night runs from the evening hour to the morning hour
      *(HHMM) - the hours the console is not staffed.
       01 WS-NIGHT-FROM PIC 9(4) VALUE 1900.
       01 WS-NIGHT-TO PIC 9(4) VALUE 0700.
       01 WS-ALERT-HHMM PIC 9(4).
       01 WS-ALERT-DATE PIC 9(8).
       01 WS-ALERT-TIME PIC 9(6).
       01 WS-PAGE-ROLE PIC X VALUE "P".
       01 WS-PAGE-SENT PIC X.

       LINKAGE SECTION.
       01 LNK-SEVERITY PIC X.
       01 LNK-PROGRAM-ID PIC X(20).
           ACCEPT AlDate FROM DATE YYYYMMDD
           ACCEPT AlTime FROM TIME
           MOVE LNK-MESSAGE TO AlMessage
           MOVE 0 TO AlAckDate
           MOVE 0 TO AlAckTime
           MOVE AlDate TO WS-ALERT-DATE
           MOVE AlTime TO WS-ALERT-TIME
           COMPUTE WS-ALERT-HHMM = AlHour * 100 + AlMinute
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           IF LNK-SEVERITY = "E"
             IF WS-ALERT-HHMM >= WS-NIGHT-FROM
                OR WS-ALERT-HHMM < WS-NIGHT-TO
               CALL "PageOnCall" USING WS-PAGE-ROLE LNK-PROGRAM-ID
                 WS-ALERT-DATE WS-ALERT-TIME LNK-MESSAGE WS-PAGE-SENT
             END-IF
           END-IF
           GOBACK.
