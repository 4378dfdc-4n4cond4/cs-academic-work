           DISPLAY "ENTRADA 2..: " RM-INPUT-2
           DISPLAY "OP/CLASSE..: " RM-OP-OR-CLASS
           DISPLAY "RESULTADO..: " RM-RESULT-VALUE
           DISPLAY "DATA/HORA..: " RM-TIMESTAMP
           DISPLAY "LOTE.......: " RM-BATCH-ID
               " DATA " RM-BUSINESS-DATE.

       3000-LIST-BY-PROGRAM.
           DISPLAY "DIGITE O PROGRAMA (EX: CALCULADORA): "
