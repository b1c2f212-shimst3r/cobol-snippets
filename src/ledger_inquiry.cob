           ACCEPT WS-FROM-DATE
           DISPLAY "Statement to date (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           DISPLAY "Entry type to select (I/B/C/R/S/A or space "
             "for all): "
           ACCEPT WS-TYPE-FILTER
           PERFORM Load-Reversal-Refs
      *The keyed ledger is preferred - a START at the from-date
