      *****************************************************
      * CLASS-BAND-RECORD - one named classification band *
      * in the BAND-FILE read by second (maiorEmenor) and *
      * maintained through manutparam, e.g. 0-25 BAIXO,   *
      * 26-50 MEDIO, 51-75 ALTO, 76-999 CRITICO. When the *
      * file is absent or empty, second falls back to the *
      * single MAIOR cutoff (MAIOR/MENOR/IGUAL). Bands    *
      * are matched in file order; the first band whose   *
      * bounds cover the value wins. The draft band list  *
      * BANDRASC (manutparam option C, replayed by        *
      * simulafaixa) uses the same layout.                *
      *****************************************************
       01 CLASS-BAND-RECORD.
           05 CB-BAND-NAME          PIC X(12).
