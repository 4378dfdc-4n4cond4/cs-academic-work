           DISPLAY "ENTRADA 1..: " AM-INPUT-1
           DISPLAY "ENTRADA 2..: " AM-INPUT-2
           DISPLAY "DATA/HORA..: " AM-TIMESTAMP
           DISPLAY "LOTE.......: " AM-BATCH-ID " DATA " AM-BUSINESS-DATE
           DISPLAY "SITUACAO...: " AM-RESOLVED-FLAG.

       3000-LIST-BY-PROGRAM.
