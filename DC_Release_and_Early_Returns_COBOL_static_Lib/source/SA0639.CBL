      *  AND TAX DOLLARS TOTALED BY DESTINATION STATE - SO THE
      *  OUT-OF-STATE FILINGS COME OFF THE SYSTEM INSTEAD OF A
      *  SPREADSHEET.
      *
      *  THE INPUT IS THE SAMXCUST EXTRACT THE SA0658 FAN-OUT CUTS
      *  FROM THE CLEAN FILE - THE TRANSACTIONS CARRYING CUSTOMER,
      *  SEND-TO OR REGISTRY DATA - RATHER THAN THE WHOLE FILE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMASTER-FILE ASSIGN TO "SAMXCUST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAMSTR-STATUS.
           SELECT DST-EXT-FILE ASSIGN TO "DSTEXT"
       FILE SECTION.
       FD  SAMASTER-FILE.
       COPY SAMUNPAK.
       COPY SAMXTRL.
       FD  DST-EXT-FILE.
       01  DST-EXT-RECORD.
           05  DXT-DEST-STATE      PIC X(3).
       01  WS-RPT-STATUS           PIC XX  VALUE "00".
       01  WS-EOF-SW               PIC X   VALUE "N".
           88  END-OF-SAMASTER              VALUE "Y".
       01  WS-SAMX-READ-CNT        PIC 9(9) COMP-3 VALUE 0.
       01  WS-SAMX-TRAILER-CNT     PIC 9(9) VALUE 0.
       01  WS-SAMX-TRAILER-SW      PIC X   VALUE "N".
           88  SAMX-TRAILER-FOUND           VALUE "Y".
      *****************************************************************
      *  CURRENT-TRANSACTION CAPTURE.  THE 'ST' SEND-TO RECORD
      *  ARRIVES AFTER THE SHIPPED LINES, SO THE LINES ARE BUFFERED
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

       2200-CAPTURE-HEADER.
       9000-TERMINATE.
           CLOSE SAMASTER-FILE
           CLOSE DST-EXT-FILE
           CLOSE DST-RPT-FILE
           PERFORM 9100-PROVE-SAMX-TRAILER.

      *****************************************************************
      *  9100-PROVE-SAMX-TRAILER CHECKS THE RECORDS READ AGAINST THE
      *  CONTROL TRAILER SA0658 WROTE AT THE END OF SAMXCUST.  A
      *  MISSING TRAILER OR A COUNT THAT DOES NOT AGREE MEANS A SHORT
      *  OR DAMAGED EXTRACT, AND THE RUN ENDS WITH RETURN CODE 8.
      *****************************************************************
       9100-PROVE-SAMX-TRAILER.
           IF NOT SAMX-TRAILER-FOUND
               DISPLAY "SA0639 - NO CONTROL TRAILER ON SAMXCUST"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SAMX-READ-CNT NOT = WS-SAMX-TRAILER-CNT
                   DISPLAY "SA0639 - SAMXCUST RECORDS READ "
                           WS-SAMX-READ-CNT " TRAILER COUNT "
                           WS-SAMX-TRAILER-CNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
