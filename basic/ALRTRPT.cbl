           END-IF.
           CLOSE ALERT-RPT.
           PERFORM 500-SAVE-TONIGHT-COUNTS.
           GOBACK.

       100-LOAD-PRIOR-COUNTS.
           OPEN INPUT ALERT-HISTORY.
