      *  CHECK AGAINST THE REAL SALES TOTALS TO POSITIVELY CERTIFY
      *  THAT TRAINING-MODE ACTIVITY WAS KEPT OUT, RATHER THAN JUST
      *  TRUSTING THE FLAG DOWNSTREAM.
      *
      *  THE INPUT IS THE SAMXTNDR EXTRACT THE SA0658 FAN-OUT CUTS
      *  FROM THE CLEAN FILE - EVERY HEADER AND TENDER - RATHER THAN
      *  THE WHOLE FILE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMXTNDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT TRNCERT-RPT-FILE ASSIGN TO "TRNCERPT"
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       COPY SAMXTRL.
       FD  TRNCERT-RPT-FILE.
       01  TRNCERT-RPT-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-SAMX-READ-CNT        PIC 9(9) COMP-3 VALUE 0.
       01  WS-SAMX-TRAILER-CNT     PIC 9(9) VALUE 0.
       01  WS-SAMX-TRAILER-SW      PIC X   VALUE "N".
           88  SAMX-TRAILER-FOUND           VALUE "Y".
       01  WS-TRAN-GROSS-2D         PIC S9(7)V99.
       01  WS-MAX-SD                PIC S9(4) COMP VALUE 1000.
       01  WS-SD-COUNT              PIC S9(4) COMP VALUE 0.
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

       2200-REPORT-TRAINING-HEADER.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE TRNCERT-RPT-FILE
           PERFORM 9100-PROVE-SAMX-TRAILER.

      *****************************************************************
      *  9100-PROVE-SAMX-TRAILER CHECKS THE RECORDS READ AGAINST THE
      *  CONTROL TRAILER SA0658 WROTE AT THE END OF SAMXTNDR.  A
      *  MISSING TRAILER OR A COUNT THAT DOES NOT AGREE MEANS A SHORT
      *  OR DAMAGED EXTRACT, AND THE RUN ENDS WITH RETURN CODE 8.
      *****************************************************************
       9100-PROVE-SAMX-TRAILER.
           IF NOT SAMX-TRAILER-FOUND
               DISPLAY "SA0615 - NO CONTROL TRAILER ON SAMXTNDR"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SAMX-READ-CNT NOT = WS-SAMX-TRAILER-CNT
                   DISPLAY "SA0615 - SAMXTNDR RECORDS READ "
                           WS-SAMX-READ-CNT " TRAILER COUNT "
                           WS-SAMX-TRAILER-CNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
