       IDENTIFICATION DIVISION.
       PROGRAM-ID. PageEscalation.
      *Escalate unanswered pages to the backup on call. Run every
      *few minutes through the night; the SYSIN card gives the
      *escalation interval in minutes. The sweep itself is
      *EscalatePages, which NightlyBatchDriver also calls once the
      *last step of the night is over. An escalation the rota has
      *no backup for ends the run RC 4.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-INTERVAL-IN PIC X(3).
       01 WS-INTERVAL-MINUTES PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       Main.
           DISPLAY "Escalate pages unanswered after how many minutes "
             "(e.g. 030): "
           ACCEPT WS-INTERVAL-IN
           IF WS-INTERVAL-IN IS NOT NUMERIC
             DISPLAY "Interval must be three digits of minutes."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-INTERVAL-IN TO WS-INTERVAL-MINUTES
           CALL "EscalatePages" USING WS-INTERVAL-MINUTES
           GOBACK.
