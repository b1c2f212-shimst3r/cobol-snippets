       01 WS-AFTER-IMAGE PIC X(104).
       01 WS-REJECT-REASON PIC X(30).

      *Address check against the postal reference - a failing
      *address is applied all the same, with a warning on the
      *register so it can be put right before the next mailing.
       01 WS-POSTAL-RESULT PIC X(30).
       01 WS-WARNING-COUNT PIC 9(7) VALUE 0.

      *Active department codes loaded from the department master -
      *adds and changes carrying a department that is not an active
      *code are rejected.
             WS-TRANS-COUNT
           DISPLAY "Applied  = ", WS-APPLIED-COUNT
           DISPLAY "Rejected = ", WS-REJECT-COUNT
           DISPLAY "Address warnings = ", WS-WARNING-COUNT
           IF WS-REJECT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-POSTAL-RESULT
           IF NOT Valid-Trans-Action
             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           ELSE
           IF WS-REJECT-REASON = SPACES
             ADD 1 TO WS-APPLIED-COUNT
             PERFORM Write-Register-Applied
             IF WS-POSTAL-RESULT NOT = SPACES
               ADD 1 TO WS-WARNING-COUNT
               PERFORM Write-Register-Warning
             END-IF
             PERFORM Write-Change-History
           ELSE
             ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-ADD-COUNT
               MOVE "(NEW RECORD)" TO WS-BEFORE-IMAGE
               MOVE WS-EMPLOYEE-REC TO WS-AFTER-IMAGE
               CALL "PostalCheck" USING EmpAddress WS-POSTAL-RESULT
           END-WRITE.

       Apply-Change.
                 NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE WS-EMPLOYEE-REC TO WS-AFTER-IMAGE
                   CALL "PostalCheck" USING EmpAddress
                     WS-POSTAL-RESULT
               END-REWRITE
           END-READ.

           END-STRING
           WRITE REGISTER-LINE.

       Write-Register-Warning.
           MOVE SPACES TO REGISTER-LINE
           STRING "  WARNING: ADDRESS - " DELIMITED BY SIZE
             WS-POSTAL-RESULT DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       Write-Register-Rejected.
           MOVE SPACES TO REGISTER-LINE
           STRING "TRN " DELIMITED BY SIZE
             WS-DELETE-COUNT DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "        ADDRESS WARNINGS " DELIMITED BY SIZE
             WS-WARNING-COUNT DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.
