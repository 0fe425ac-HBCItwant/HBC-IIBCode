      *  ACTUALLY DISCOUNTED ANYTHING.  BOTH ARE REPORTED SO
      *  MARKDOWN/PROMO AUDIT CAN FOLLOW UP BEFORE IT IS WRITTEN OFF
      *  AS SHRINK.
      *
      *  THE INPUT IS THE SAMXDETL EXTRACT THE SA0658 FAN-OUT CUTS
      *  FROM THE CLEAN FILE - EVERY HEADER AND DETAIL LINE - RATHER
      *  THAN THE WHOLE FILE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMXDETL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT BOGO-RPT-FILE ASSIGN TO "BOGORPT"
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       COPY SAMXTRL.
       FD  BOGO-RPT-FILE.
       01  BOGO-RPT-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-SAMX-READ-CNT        PIC 9(9) COMP-3 VALUE 0.
       01  WS-SAMX-TRAILER-CNT     PIC 9(9) VALUE 0.
       01  WS-SAMX-TRAILER-SW      PIC X   VALUE "N".
           88  SAMX-TRAILER-FOUND           VALUE "Y".
       01  WS-FIRST-TRAN-SW         PIC X  VALUE "Y".
           88  FIRST-TRANSACTION           VALUE "Y".
       01  WS-CURR-TRAN-KEY.
           READ SAMASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF SXT-TRAILER-RECORD
                       MOVE SXT-RECORD-CNT TO WS-SAMX-TRAILER-CNT
                       MOVE "Y" TO WS-SAMX-TRAILER-SW
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       ADD 1 TO WS-SAMX-READ-CNT
                   END-IF
           END-READ.

       2200-APPLY-DETAIL-LINE.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE BOGO-RPT-FILE
           PERFORM 9100-PROVE-SAMX-TRAILER.

      *****************************************************************
      *  9100-PROVE-SAMX-TRAILER CHECKS THE RECORDS READ AGAINST THE
      *  CONTROL TRAILER SA0658 WROTE AT THE END OF SAMXDETL.  A
      *  MISSING TRAILER OR A COUNT THAT DOES NOT AGREE MEANS A SHORT
      *  OR DAMAGED EXTRACT, AND THE RUN ENDS WITH RETURN CODE 8.
      *****************************************************************
       9100-PROVE-SAMX-TRAILER.
           IF NOT SAMX-TRAILER-FOUND
               DISPLAY "SA0612 - NO CONTROL TRAILER ON SAMXDETL"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SAMX-READ-CNT NOT = WS-SAMX-TRAILER-CNT
                   DISPLAY "SA0612 - SAMXDETL RECORDS READ "
                           WS-SAMX-READ-CNT " TRAILER COUNT "
                           WS-SAMX-TRAILER-CNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
