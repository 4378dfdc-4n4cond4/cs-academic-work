      *****************************************************
      * STEP-DEF-RECORD - one step of the nightly run in  *
      * the STEPDEF file read by rodanoite and maintained *
      * through manutparam, so resumodiario, cargares and *
      * expurgologs come under run-log control without    *
      * recompiling the driver. SD-EXEC-ORDER sequences   *
      * the night; SD-PREDECESSOR names a step that must  *
      * have ended clean the same date before this one    *
      * starts; SD-FREQUENCY is "DIA" for daily or a      *
      * day-of-week code (SEG/TER/QUA/QUI/SEX/SAB/DOM)    *
      * for a weekly step like expurgologs; SD-STATS-KEY  *
      * names the CTLPARM counters key the step publishes *
      * (CALCSTATS/SECSTATS), blank when it publishes     *
      * none. SD-MAX-MINUTES is the longest the step may  *
      * run before rodanoite flags it as over its window  *
      * and ends the night RC 8; zero means no limit.     *
      * When the file is absent or empty, rodanoite falls *
      * back to the built-in CALCULADORA/SECOND pair, the *
      * same tolerance second applies to a missing        *
      * BAND-FILE.                                        *
      *****************************************************
       01 STEP-DEF-RECORD.
           05 SD-STEP-NAME          PIC X(12).
              88 SD-IS-ENABLED      VALUE 'Y'.
           05 SD-FREQUENCY          PIC X(3).
           05 SD-STATS-KEY          PIC X(10).
           05 SD-MAX-MINUTES        PIC 9(4).
