               ==AlHour== BY ==ArcHour==,
               ==AlMinute== BY ==ArcMinute==,
               ==AlSecond== BY ==ArcSecond==,
               ==AlMessage== BY ==ArcMessage==,
               ==AlAckDate== BY ==ArcAckDate==,
               ==AlAckTime== BY ==ArcAckTime==,
               ==AlAckBy== BY ==ArcAckBy==.

       FD ESCALATION-REPORT.
       01 REPORT-LINE PIC X(120).
           03 WS-AL-DATE PIC 9(8).
           03 WS-AL-TIME PIC 9(6).
           03 WS-AL-MESSAGE PIC X(60).
           03 WS-AL-ACK-DATE PIC 9(8).
           03 WS-AL-ACK-TIME PIC 9(6).
           03 WS-AL-ACK-BY PIC X(8).
       01 WS-ALERT-IDX PIC 9(4).
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Alert-Table-Overflow VALUE "Y".
             MOVE AlDate TO WS-AL-DATE(WS-ALERT-COUNT)
             MOVE AlTime TO WS-AL-TIME(WS-ALERT-COUNT)
             MOVE AlMessage TO WS-AL-MESSAGE(WS-ALERT-COUNT)
             IF AlAckDate IS NUMERIC AND AlAckTime IS NUMERIC
               MOVE AlAckDate TO WS-AL-ACK-DATE(WS-ALERT-COUNT)
               MOVE AlAckTime TO WS-AL-ACK-TIME(WS-ALERT-COUNT)
             ELSE
               MOVE 0 TO WS-AL-ACK-DATE(WS-ALERT-COUNT)
               MOVE 0 TO WS-AL-ACK-TIME(WS-ALERT-COUNT)
             END-IF
             MOVE AlAckBy TO WS-AL-ACK-BY(WS-ALERT-COUNT)
             READ ALERT-FILE
               AT END MOVE "Y" TO ALERT-EOF-SW
             END-READ
               MOVE WS-AL-DATE(WS-ALERT-IDX) TO ArcDate
               MOVE WS-AL-TIME(WS-ALERT-IDX) TO ArcTime
               MOVE WS-AL-MESSAGE(WS-ALERT-IDX) TO ArcMessage
               MOVE WS-AL-ACK-DATE(WS-ALERT-IDX) TO ArcAckDate
               MOVE WS-AL-ACK-TIME(WS-ALERT-IDX) TO ArcAckTime
               MOVE WS-AL-ACK-BY(WS-ALERT-IDX) TO ArcAckBy
               WRITE ARCHIVE-RECORD
             END-IF
           END-PERFORM
               MOVE WS-AL-DATE(WS-ALERT-IDX) TO AlDate
               MOVE WS-AL-TIME(WS-ALERT-IDX) TO AlTime
               MOVE WS-AL-MESSAGE(WS-ALERT-IDX) TO AlMessage
               MOVE WS-AL-ACK-DATE(WS-ALERT-IDX) TO AlAckDate
               MOVE WS-AL-ACK-TIME(WS-ALERT-IDX) TO AlAckTime
               MOVE WS-AL-ACK-BY(WS-ALERT-IDX) TO AlAckBy
               WRITE ALERT-RECORD
             END-IF
           END-PERFORM
