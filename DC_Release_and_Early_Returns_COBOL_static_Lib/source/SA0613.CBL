      *  CONFIGURABLE AGING THRESHOLD READ FROM THE EGCPARM FILE, IS
      *  REPORTED AS OUTSTANDING GIFT-CARD LIABILITY SO MONTH-END NO
      *  LONGER HAS TO ESTIMATE IT BY HAND.
      *
      *  THE INPUT IS THE SAMXMEMO EXTRACT THE SA0658 FAN-OUT CUTS
      *  FROM THE CLEAN FILE - THE TRANSACTIONS CARRYING A MEMO OR EGC
      *  ACTIVATION - RATHER THAN THE WHOLE FILE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMXMEMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT EGC-PARM-FILE ASSIGN TO "EGCPARM"
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       COPY SAMXTRL.
       FD  EGC-PARM-FILE.
       01  EGC-PARM-LINE               PIC X(03).
       FD  EGC-RPT-FILE.
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-SAMX-READ-CNT        PIC 9(9) COMP-3 VALUE 0.
       01  WS-SAMX-TRAILER-CNT     PIC 9(9) VALUE 0.
       01  WS-SAMX-TRAILER-SW      PIC X   VALUE "N".
           88  SAMX-TRAILER-FOUND           VALUE "Y".
       01  WS-AGE-THRESHOLD-DAYS    PIC 9(3) VALUE 30.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-JULIAN            PIC 9(8).
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

       2200-TABLE-ACTIVATION.

       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE EGC-RPT-FILE
           PERFORM 9100-PROVE-SAMX-TRAILER.

      *****************************************************************
      *  9100-PROVE-SAMX-TRAILER CHECKS THE RECORDS READ AGAINST THE
      *  CONTROL TRAILER SA0658 WROTE AT THE END OF SAMXMEMO.  A
      *  MISSING TRAILER OR A COUNT THAT DOES NOT AGREE MEANS A SHORT
      *  OR DAMAGED EXTRACT, AND THE RUN ENDS WITH RETURN CODE 8.
      *****************************************************************
       9100-PROVE-SAMX-TRAILER.
           IF NOT SAMX-TRAILER-FOUND
               DISPLAY "SA0613 - NO CONTROL TRAILER ON SAMXMEMO"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SAMX-READ-CNT NOT = WS-SAMX-TRAILER-CNT
                   DISPLAY "SA0613 - SAMXMEMO RECORDS READ "
                           WS-SAMX-READ-CNT " TRAILER COUNT "
                           WS-SAMX-TRAILER-CNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
