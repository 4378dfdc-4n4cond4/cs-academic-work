       COPY "copybooks/AUDITREC.cpy".

      * the archive and scratch areas mirror the byte length of
      * AUDIT-RECORD (124) and SHARED-RESULT-RECORD (106); rows move
      * through them untouched with WRITE ... FROM / READ ... INTO.
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-REC               PIC X(124).

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-REC               PIC X(124).

       FD  SHARED-RESULT-FILE.
       COPY "copybooks/RESLTREC.cpy".

       FD  RESULT-ARCH-FILE.
       01  RESULT-ARCH-REC              PIC X(106).

       FD  RESULT-WORK-FILE.
       01  RESULT-WORK-REC              PIC X(106).

       FD  EXPURGE-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).
