      * The DIAZ0024 balance proof joined the chain after NIGHTAUD,
      * so an account whose principal stops proving its own history
      * is caught the night it happens, before the unload.
      * The DIAZSMS text-message batch joined the end of the chain,
      * so the day's ready, maturity and hold messages go out on
      * DIAZSMS.OUT for the gateway every night.
      * The DIAZ0037 journal verification joined the chain after the
      * balance proof and ahead of the DIAZ0008 unload, so an account
      * journal that has been edited, added to or cut short is
      * caught, and the night stopped there, before it becomes the
      * basis of a recovery. A date left failed at the old step 6 or
      * 7 resumes one step early, re-running the verification or the
      * unload, which is harmless.
      * The DIAZ0029 check clearing run (run mode 1, business date 0
      * for today) joined the chain after NIGHTAUD, so FLOAT holds
      * come off the night a check's clearing date arrives, and the
      * balance proof and the unload see the released holds. A
      * non-zero return code from a step now fails the step without
      * asking. With nine steps the step number on DIAZBDT.CTL is two
      * digits; DIAZCNV mode 36 converts the control record and
      * carries a date left part-run to the same program's new step.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DATA RECORD IS CONTROL-REC.
       01 CONTROL-REC.
           05 bdt-business-date PIC 9(8).
           05 bdt-next-step PIC 99.
           05 bdt-run-status PIC X(8).
       FD RUN-LOG-FILE
           DATA RECORD IS RUN-LOG-REC.
           88 WS-LOG-NOT-FOUND VALUE "35".
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-START-STEP PIC 99 VALUE 1.
       01 WS-CURRENT-STEP PIC 99 VALUE 1.
       01 WS-STEP-COUNT PIC 99 VALUE 9.
       01 WS-RUN-REFUSED PIC X VALUE "N".
           88 RUN-IS-REFUSED VALUE "Y".
       01 WS-STEP-FAILED PIC X VALUE "N".
       01 WS-LOG-EVENT PIC X(8) VALUE SPACES.
       01 WS-LOG-STEP PIC 9 VALUE ZERO.
       01 WS-LOG-NAME PIC X(8) VALUE SPACES.
       01 WS-CONTROL-STEP PIC 99 VALUE 1.
       01 WS-RUN-STATUS-HOLD PIC X(8) VALUE SPACES.
       01 WS-STEP-NAMES.
           05 FILLER PIC X(8) VALUE "DIAZ0013".
           05 FILLER PIC X(8) VALUE "DIAZ0021".
           05 FILLER PIC X(8) VALUE "DIAZ0011".
           05 FILLER PIC X(8) VALUE "NIGHTAUD".
           05 FILLER PIC X(8) VALUE "DIAZ0029".
           05 FILLER PIC X(8) VALUE "DIAZ0024".
           05 FILLER PIC X(8) VALUE "DIAZ0037".
           05 FILLER PIC X(8) VALUE "DIAZ0008".
           05 FILLER PIC X(8) VALUE "DIAZSMS".
       01 WS-STEP-NAMES-R REDEFINES WS-STEP-NAMES.
           05 WS-STEP-NAME PIC X(8) OCCURS 9 TIMES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM Z-200-WRITE-LOG.
           DISPLAY "STEP " WS-CURRENT-STEP " - "
               WS-STEP-NAME (WS-CURRENT-STEP) " STARTING...".
           MOVE ZERO TO RETURN-CODE.
           EVALUATE WS-CURRENT-STEP
               WHEN 1
                   CALL "DIAZ0013"
               WHEN 4
                   CALL "NIGHTAUD"
               WHEN 5
                   CALL "DIAZ0029"
               WHEN 6
                   CALL "DIAZ0024"
               WHEN 7
                   CALL "DIAZ0037"
               WHEN 8
                   CALL "DIAZ0008"
               WHEN 9
                   CALL "DIAZSMS"
           END-EVALUATE.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "STEP " WS-CURRENT-STEP " - "
                   WS-STEP-NAME (WS-CURRENT-STEP)
                   " ENDED WITH RETURN CODE " RETURN-CODE
               MOVE "N" TO WS-STEP-RESP
           ELSE
               DISPLAY "STEP " WS-CURRENT-STEP " - "
                   WS-STEP-NAME (WS-CURRENT-STEP)
                   " COMPLETED CLEAN? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-STEP-RESP
           END-IF.
           IF WS-STEP-RESP = "N" OR WS-STEP-RESP = "n"
               SET STEP-HAS-FAILED TO TRUE
               MOVE "FAILED" TO WS-LOG-EVENT
               PERFORM Z-200-WRITE-LOG
           END-IF.
       C-100-MARK-COMPLETE.
           MOVE 10 TO WS-CONTROL-STEP.
           MOVE "COMPLETE" TO WS-RUN-STATUS-HOLD.
           PERFORM Z-100-SAVE-CONTROL.
           MOVE ZERO TO WS-LOG-STEP.
