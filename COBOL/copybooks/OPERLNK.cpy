              88 OC-FUNC-REJEITOS   VALUE "REJEITOS".
              88 OC-FUNC-REABRIR    VALUE "REABRIR".
              88 OC-FUNC-OPERS      VALUE "OPERS".
              88 OC-FUNC-ESTORNO    VALUE "ESTORNO".
              88 OC-FUNC-APROVAR    VALUE "APROVAR".
              88 OC-FUNC-REVISAO    VALUE "REVISAO".
              88 OC-FUNC-FECHAMES   VALUE "FECHAMES".
              88 OC-FUNC-REABRMES   VALUE "REABRMES".
           05 OC-PROGRAM            PIC X(12).
           05 OC-RESULT             PIC X.
              88 OC-ACCESS-OK       VALUE 'Y' 'A'.
