       COPY "copybooks/RESLTREC.cpy".

      * the restore areas mirror the byte length of AUDIT-RECORD
      * (124) and SHARED-RESULT-RECORD (106), the same images
      * expurgologs archived; rows move through untouched.
       FD  AUDIT-RESTORE-FILE.
       01  AUDIT-RESTORE-REC            PIC X(124).

       FD  RESULT-RESTORE-FILE.
       01  RESULT-RESTORE-REC           PIC X(106).

       FD  FINDINGS-REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).
