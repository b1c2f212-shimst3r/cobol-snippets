       01 ALERT-RECORD.
           COPY "alert_record".

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           COPY "operator_record".

       FD ACTIVITY-LOG.
       01 ACTIVITY-RECORD.
           COPY "activity_record".

       FD SPOOL-QUEUE.
       01 SPOOL-QUEUE-RECORD.
         88 Run-Print-Spool VALUE "S" "s".
         88 Clear-Run-Lock VALUE "L" "l".
         88 Run-Operator-Admin VALUE "O" "o".
         88 Run-Subject-Access VALUE "P" "p".
         88 Run-Approval-Queue VALUE "A" "a".
         88 Valid-Menu-Choice VALUE "0" THRU "9" "S" "s" "L" "l"
            "O" "o" "P" "p" "A" "a".

       01 WS-CATALOG-STATUS PIC XX.
       01 CATALOG-EOF-SW PIC X VALUE "N".

      *Last start and last end per program, built from the
      *run-control file each time the status board is shown.
       01 WS-BOARD-LIMIT PIC 99 VALUE 99.
       01 WS-BOARD-COUNT PIC 99 VALUE 0.
       01 WS-BOARD-TABLE.
         02 WS-BOARD-ENTRY OCCURS 99 TIMES.
           03 WS-BD-PROGRAM PIC X(20).
           03 WS-BD-START-DT PIC 9(14).
           03 WS-BD-END-DT PIC 9(14).
           03 WS-BD-RC PIC 9(4).
           03 WS-BD-READ PIC 9(7).
           03 WS-BD-WRITTEN PIC 9(7).
       01 WS-BOARD-IDX PIC 999.
       01 WS-CURR-BOARD-IDX PIC 99.
       01 WS-BOARD-FOUND-SW PIC X VALUE "N".
         88 Board-Slot-Found VALUE "Y".
       01 WS-BOARD-OVERFLOW-SW PIC X VALUE "N".
         88 Board-Table-Full VALUE "Y".
       01 WS-BOARD-DROPPED PIC 9(5) VALUE 0.
       01 WS-RECORD-DT PIC 9(14).

      *Alert review - the whole file is loaded, unacknowledged
           03 WS-AL-DATE PIC 9(8).
           03 WS-AL-TIME PIC 9(6).
           03 WS-AL-MESSAGE PIC X(60).
           03 WS-AL-ACK-DATE PIC 9(8).
           03 WS-AL-ACK-TIME PIC 9(6).
           03 WS-AL-ACK-BY PIC X(8).
       01 WS-ALERT-IDX PIC 9(3).
       01 WS-UNACK-COUNT PIC 9(3) VALUE 0.
       01 WS-SEVERITY-PASS PIC X.
       01 WS-ACK-INPUT PIC X(3).
       01 WS-ACK-NUM PIC 9(3).
      *Group item so ACCEPT FROM TIME keeps the leftmost HHMMSS.
       01 WS-ACK-CLOCK.
         02 WS-ACK-HHMM PIC 9(4).
         02 WS-ACK-SS PIC 99.

      *Sign-on against the operator ID file - level 1 may run the
      *inquiry functions, level 2 also the report and batch steps,
      *level 3 the ledger-writing calc program, and level 4 (data
      *protection) the subject-access report as well. Every
      *selection is stamped to the activity log with its outcome.
       01 WS-OPERATOR-STATUS PIC XX.
       01 WS-ACTIVITY-STATUS PIC XX.
       01 OPERATOR-EOF-SW PIC X VALUE "N".
         88 Admin-End VALUE "E" "e".
       01 WS-ADMIN-ID PIC X(8).
       01 WS-ADMIN-LEVEL-IN PIC X.
       01 WS-TARGET-LEVEL PIC 9.
       01 WS-TARGET-OK-SW PIC X VALUE "N".
         88 Target-Level-Allowed VALUE "Y".
       01 WS-REQUIRED-LEVEL PIC 9.
       01 WS-GRANTED-SW PIC X VALUE "N".
         88 Function-Granted VALUE "Y".
       01 WS-ACT-OUTCOME PIC X(8).

      *Print-spool review - the queue is loaded, listed, and written
               ACCEPT WS-MENU-CHOICE
               IF Valid-Menu-Choice
                 PERFORM Check-Authorization
                 IF Function-Granted
                   MOVE "RUN" TO WS-ACT-OUTCOME
                   PERFORM Write-Activity-Record
                   PERFORM Run-Selection
                 END-IF
               ELSE
                 DISPLAY "Invalid selection - choose 0 through 9, "
                   "S, L, O, P, or A."
               END-IF
             END-PERFORM
             DISPLAY "Operator console session ended."
           PERFORM Find-Operator
           IF NOT Operator-Found
             DISPLAY "Operator ID or password not recognised."
             MOVE "SIGNFAIL" TO WS-ACT-OUTCOME
           ELSE
             EVALUATE TRUE
               WHEN WS-OP-STATUS(WS-FOUND-OPER-IDX) = "D"
                 DISPLAY "Operator is disabled - see the "
                   "administrator."
                 MOVE "SIGNDIS" TO WS-ACT-OUTCOME
               WHEN WS-OP-STATUS(WS-FOUND-OPER-IDX) = "L"
                 DISPLAY "Operator is locked out - see the "
                   "administrator for a reset."
                 MOVE "SIGNLOCK" TO WS-ACT-OUTCOME
               WHEN WS-OP-PW(WS-FOUND-OPER-IDX) NOT = WS-SIGNON-PW
                 ADD 1 TO WS-OP-FAILS(WS-FOUND-OPER-IDX)
                 IF WS-OP-FAILS(WS-FOUND-OPER-IDX)
                   MOVE "L" TO WS-OP-STATUS(WS-FOUND-OPER-IDX)
                   DISPLAY "Third failed attempt - operator locked "
                     "out."
                   MOVE "LOCKOUT" TO WS-ACT-OUTCOME
                 ELSE
                   DISPLAY "Operator ID or password not recognised."
                   MOVE "SIGNFAIL" TO WS-ACT-OUTCOME
                 END-IF
               WHEN OTHER
                 MOVE "SIGNON" TO WS-ACT-OUTCOME
                 MOVE 0 TO WS-OP-FAILS(WS-FOUND-OPER-IDX)
                 MOVE "Y" TO WS-SIGNED-ON-SW
                 MOVE WS-OP-ID(WS-FOUND-OPER-IDX)
                   TO WS-AUTH-LEVEL
                 PERFORM Check-Password-Lifecycle
             END-EVALUATE
           END-IF
           PERFORM Write-Signon-Record.

      *A first sign-on (change flag Y or no set date) and a password
      *older than the expiry interval both force a change before
           CLOSE OPERATOR-FILE.

      *Inquiries are open to every level; the report and batch steps
      *need level 2 or 3; CalcUserInput writes the ledger and needs
      *the supervisor level 3. The subject-access report discloses
      *everything held on one person and needs the data-protection
      *level 4, which is a separate grant - it does not carry the
      *supervisor or batch functions, and a supervisor does not
      *carry it. Operator administration is open to both, but each
      *may only administer operators of their own side (see
      *Admin-Check-Target-Level).
       Check-Authorization.
           MOVE "N" TO WS-GRANTED-SW
           EVALUATE TRUE
             WHEN Run-Subject-Access
               MOVE 4 TO WS-REQUIRED-LEVEL
               IF WS-AUTH-LEVEL = 4
                 MOVE "Y" TO WS-GRANTED-SW
               END-IF
             WHEN Run-Operator-Admin
               MOVE 3 TO WS-REQUIRED-LEVEL
               IF WS-AUTH-LEVEL = 3 OR WS-AUTH-LEVEL = 4
                 MOVE "Y" TO WS-GRANTED-SW
               END-IF
             WHEN Run-Calc-User-Input
             WHEN Clear-Run-Lock
             WHEN Run-Approval-Queue
               MOVE 3 TO WS-REQUIRED-LEVEL
               IF WS-AUTH-LEVEL = 3
                 MOVE "Y" TO WS-GRANTED-SW
               END-IF
             WHEN Run-Birthday-Calculator
             WHEN Run-Char-Tester
             WHEN Run-Multiple-Greetings
             WHEN Run-Time-Acceptance
               MOVE 2 TO WS-REQUIRED-LEVEL
               IF WS-AUTH-LEVEL = 2 OR WS-AUTH-LEVEL = 3
                 MOVE "Y" TO WS-GRANTED-SW
               END-IF
             WHEN OTHER
               MOVE 1 TO WS-REQUIRED-LEVEL
               MOVE "Y" TO WS-GRANTED-SW
           END-EVALUATE.

       Write-Activity-Record.
             CLOSE ACTIVITY-LOG
           END-IF.

      *Every sign-on attempt is logged under the id that was keyed,
      *successful or not, for the quarterly access review.
       Write-Signon-Record.
           OPEN EXTEND ACTIVITY-LOG
           IF WS-ACTIVITY-STATUS = "35"
             OPEN OUTPUT ACTIVITY-LOG
           END-IF
           MOVE SPACES TO ACTIVITY-RECORD
           MOVE WS-SIGNON-ID TO ActOperatorId
           ACCEPT ActDate FROM DATE YYYYMMDD
           ACCEPT ActTime FROM TIME
           MOVE SPACE TO ActOption
           MOVE WS-ACT-OUTCOME TO ActOutcome
           WRITE ACTIVITY-RECORD
           CLOSE ACTIVITY-LOG.

       Display-Menu.
           DISPLAY " ".
           DISPLAY "=== Operator Console ===".
           DISPLAY "S. Print Spool".
           DISPLAY "L. Clear Stale Run Lock".
           DISPLAY "O. Operator Administration".
           DISPLAY "P. Subject Access Report".
           DISPLAY "A. Approval Queue".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: ".

               PERFORM Clear-Stale-Run-Lock
             WHEN Run-Operator-Admin
               PERFORM Operator-Administration
             WHEN Run-Subject-Access
               CALL "SubjectAccess" USING WS-CURR-OPERATOR
             WHEN Run-Approval-Queue
               CALL "ApprovalReview" USING WS-CURR-OPERATOR
                 WS-AUTH-LEVEL
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *Level-3/4 administration over the operator file: add an
      *operator (first sign-on forces a password change), disable
      *one, or reset one (new temporary password, unlocked, forced
      *change). Every action is stamped to the activity log.
               IF WS-OPER-COUNT >= WS-OPER-LIMIT
                 DISPLAY "Operator table full."
               ELSE
                 DISPLAY "Authorization level (1-4): "
                 ACCEPT WS-ADMIN-LEVEL-IN
                 MOVE "N" TO WS-TARGET-OK-SW
                 IF WS-ADMIN-LEVEL-IN < "1"
                    OR WS-ADMIN-LEVEL-IN > "4"
                   DISPLAY "Level must be 1, 2, 3, or 4."
                 ELSE
                   MOVE WS-ADMIN-LEVEL-IN TO WS-TARGET-LEVEL
                   PERFORM Admin-Check-Target-Level
                 END-IF
                 IF Target-Level-Allowed
                   DISPLAY "Temporary password: "
                   ACCEPT WS-NEW-PW
                   ADD 1 TO WS-OPER-COUNT

       Admin-Disable-Operator.
           PERFORM Admin-Find-Target
           IF Operator-Found
             MOVE WS-OP-LEVEL(WS-FOUND-OPER-IDX) TO WS-TARGET-LEVEL
             PERFORM Admin-Check-Target-Level
           END-IF
           IF NOT Operator-Found
             DISPLAY "Operator not on file."
           ELSE
             IF Target-Level-Allowed
               MOVE "D" TO WS-OP-STATUS(WS-FOUND-OPER-IDX)
               MOVE "OPDIS" TO WS-ACT-OUTCOME
               PERFORM Write-Activity-Record
               DISPLAY "Operator disabled: ", WS-ADMIN-ID
             END-IF
           END-IF.

       Admin-Reset-Operator.
           PERFORM Admin-Find-Target
           IF Operator-Found
             MOVE WS-OP-LEVEL(WS-FOUND-OPER-IDX) TO WS-TARGET-LEVEL
             PERFORM Admin-Check-Target-Level
           END-IF
           IF NOT Operator-Found
             DISPLAY "Operator not on file."
           ELSE
             IF Target-Level-Allowed
               DISPLAY "Temporary password: "
               ACCEPT WS-NEW-PW
               MOVE WS-NEW-PW TO WS-OP-PW(WS-FOUND-OPER-IDX)
               MOVE "A" TO WS-OP-STATUS(WS-FOUND-OPER-IDX)
               MOVE "Y" TO WS-OP-CHGFLAG(WS-FOUND-OPER-IDX)
               MOVE WS-TODAY TO WS-OP-PWDATE(WS-FOUND-OPER-IDX)
               MOVE 0 TO WS-OP-FAILS(WS-FOUND-OPER-IDX)
               MOVE "OPRESET" TO WS-ACT-OUTCOME
               PERFORM Write-Activity-Record
               DISPLAY "Operator reset and unlocked: ",
                 WS-ADMIN-ID
             END-IF
           END-IF.

      *The data-protection level is administered only by a level-4
      *operator, and the operations levels 1 to 3 only by a
      *supervisor - so neither can raise itself into the other's
      *grant by adding, or resetting the password of, an operator.
       Admin-Check-Target-Level.
           MOVE "N" TO WS-TARGET-OK-SW
           IF WS-TARGET-LEVEL = 4
             IF WS-AUTH-LEVEL = 4
               MOVE "Y" TO WS-TARGET-OK-SW
             ELSE
               DISPLAY "Only a level-4 operator may administer a "
                 "level-4 operator."
             END-IF
           ELSE
             IF WS-AUTH-LEVEL = 3
               MOVE "Y" TO WS-TARGET-OK-SW
             ELSE
               DISPLAY "Only a supervisor may administer operators "
                 "of levels 1 to 3."
             END-IF
           END-IF.

      *The calc program writes the ledger, so it may not start from
             MOVE "LOCKED" TO WS-ACT-OUTCOME
             PERFORM Write-Activity-Record
           ELSE
             CALL "CalcUserInput" USING WS-CURR-OPERATOR
           END-IF.

       Clear-Stale-Run-Lock.
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
             IF WS-ACK-INPUT IS NUMERIC
               MOVE WS-ACK-INPUT TO WS-ACK-NUM
               IF WS-ACK-NUM > 0 AND WS-ACK-NUM <= WS-ALERT-COUNT
                 IF WS-AL-ACK(WS-ACK-NUM) NOT = "Y"
                   MOVE "Y" TO WS-AL-ACK(WS-ACK-NUM)
                   ACCEPT WS-AL-ACK-DATE(WS-ACK-NUM)
                     FROM DATE YYYYMMDD
                   ACCEPT WS-ACK-CLOCK FROM TIME
                   MOVE WS-ACK-CLOCK TO WS-AL-ACK-TIME(WS-ACK-NUM)
                   MOVE WS-CURR-OPERATOR TO WS-AL-ACK-BY(WS-ACK-NUM)
                 END-IF
                 DISPLAY "Alert ", WS-ACK-NUM, " acknowledged."
               ELSE
                 DISPLAY "No such alert number."
             MOVE WS-AL-DATE(WS-ALERT-IDX) TO AlDate
             MOVE WS-AL-TIME(WS-ALERT-IDX) TO AlTime
             MOVE WS-AL-MESSAGE(WS-ALERT-IDX) TO AlMessage
             MOVE WS-AL-ACK-DATE(WS-ALERT-IDX) TO AlAckDate
             MOVE WS-AL-ACK-TIME(WS-ALERT-IDX) TO AlAckTime
             MOVE WS-AL-ACK-BY(WS-ALERT-IDX) TO AlAckBy
             WRITE ALERT-RECORD
           END-PERFORM
           CLOSE ALERT-FILE.
               "recorded yet."
           ELSE
             MOVE 0 TO WS-BOARD-COUNT
             MOVE "N" TO WS-BOARD-OVERFLOW-SW
             MOVE 0 TO WS-BOARD-DROPPED
             MOVE "N" TO RUNCTL-EOF-SW
             READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNCTL-EOF-SW
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
             PERFORM Display-Status-Board
             IF Board-Table-Full
               DISPLAY "*** BOARD FULL - ", WS-BOARD-LIMIT,
                 " PROGRAMS SHOWN, ", WS-BOARD-DROPPED,
                 " RUN-CONTROL RECORDS FOR FURTHER PROGRAMS "
                 "NOT SHOWN ***"
             END-IF
           END-IF.

       Post-Board-Record.
             END-IF
           END-PERFORM
           IF NOT Board-Slot-Found
      *Programs past the limit are left off the board; the overflow
      *line after the board tells the operator the list is short.
             IF WS-BOARD-COUNT >= WS-BOARD-LIMIT
               MOVE 0 TO WS-CURR-BOARD-IDX
               MOVE "Y" TO WS-BOARD-OVERFLOW-SW
               ADD 1 TO WS-BOARD-DROPPED
             ELSE
               ADD 1 TO WS-BOARD-COUNT
               MOVE WS-BOARD-COUNT TO WS-CURR-BOARD-IDX
