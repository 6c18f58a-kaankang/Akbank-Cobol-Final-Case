                            STATUS MRG-ST.
           SELECT RPT-FILE  ASSIGN TO RPTFILE
                            STATUS RPT-ST.
           SELECT PAY1-FILE ASSIGN TO PAYSTRM1
                            STATUS PAY1-ST.
           SELECT PAY2-FILE ASSIGN TO PAYSTRM2
                            STATUS PAY2-ST.
           SELECT PAY3-FILE ASSIGN TO PAYSTRM3
                            STATUS PAY3-ST.
           SELECT PAYM-FILE ASSIGN TO PAYOUT
                            STATUS PAYM-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE RECORDING MODE F.
       01  MRG-REC                      PIC X(141).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                      PIC X(80).
       FD  PAY1-FILE RECORDING MODE F.
       01  PAY1-REC                     PIC X(100).
       FD  PAY2-FILE RECORDING MODE F.
       01  PAY2-REC                     PIC X(100).
       FD  PAY3-FILE RECORDING MODE F.
       01  PAY3-REC                     PIC X(100).
       FD  PAYM-FILE RECORDING MODE F.
       01  PAYM-REC                     PIC X(100).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 CTL-ST                 PIC 9(02).
              88 MRG-SUCCESS                    VALUE 00 97.
           05 RPT-ST                 PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00 97.
           05 PAY1-ST                PIC 9(02).
              88 PAY1-EOF                       VALUE 10.
              88 PAY1-SUCCESS                   VALUE 00 97.
           05 PAY2-ST                PIC 9(02).
              88 PAY2-EOF                       VALUE 10.
              88 PAY2-SUCCESS                   VALUE 00 97.
           05 PAY3-ST                PIC 9(02).
              88 PAY3-EOF                       VALUE 10.
              88 PAY3-SUCCESS                   VALUE 00 97.
           05 PAYM-ST                PIC 9(02).
              88 PAYM-SUCCESS                   VALUE 00 97.
           05 WS-PAY-MISMATCH-SW     PIC X(01)  VALUE 'N'.
              88 WS-PAY-MISMATCH                VALUE 'Y'.
           05 WS-PAY-OUT-CNT         PIC 9(07)  VALUE ZERO.
           05 WS-PAY-OUT-AMT         PIC 9(15)V99 VALUE ZERO.
           05 WS-PAY-AMT-ED          PIC Z(14)9.99.
           05 WS-RUN-DATE            PIC 9(08).
           05 WS-DAY-CNT             PIC 9(07)  VALUE ZERO.
           05 WS-DAY-HASH            PIC 9(15)  VALUE ZERO.
              10 WS-STRM-HASH        PIC 9(15).
              10 WS-STRM-SEEN        PIC X(01).
              10 WS-STRM-OUT-CNT     PIC 9(07).
              10 WS-PAY-HDR-SEEN     PIC X(01).
              10 WS-PAY-TRL-SEEN     PIC X(01).
              10 WS-PAY-DET-CNT      PIC 9(07).
              10 WS-PAY-DET-AMT      PIC 9(15)V99.
              10 WS-PAY-TRL-CNT      PIC 9(07).
              10 WS-PAY-TRL-AMT      PIC 9(15)V99.
         01  WS-PAY-REC.
           05 WS-PAY-TYPE            PIC X(01).
           05 WS-PAY-RUN-DATE        PIC 9(08).
           05 WS-PAY-STREAM          PIC 9(01).
           05 WS-PAY-SEQ             PIC 9(07).
           05 FILLER                 PIC X(11).
           05 WS-PAY-AMOUNT          PIC 9(11)V99.
           05 FILLER                 PIC X(59).
         01  WS-PAY-TRL-REC REDEFINES WS-PAY-REC.
           05 WS-PAY-TRL-TYPE        PIC X(01).
           05 WS-PAY-TRL-RUN-DATE    PIC 9(08).
           05 WS-PAY-TRL-STREAM      PIC 9(01).
           05 WS-PAY-TRL-COUNT       PIC 9(07).
           05 WS-PAY-TRL-AMOUNT      PIC 9(15)V99.
           05 FILLER                 PIC X(66).

       PROCEDURE DIVISION.
       0000-MAIN.
              UNTIL STR2-EOF.
           PERFORM C420-COPY-STREAM-3 THRU C420-END
              UNTIL STR3-EOF.
           PERFORM C700-MERGE-PAYMENTS THRU C700-END.
           PERFORM C500-PRINT-REPORT THRU C500-END.
           PERFORM C600-CLOSE-FILES.
           PERFORM C999-PROGRAM-EXIT.
           OPEN INPUT  STR3-FILE.
           OPEN OUTPUT MRG-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN INPUT  PAY1-FILE.
           OPEN INPUT  PAY2-FILE.
           OPEN INPUT  PAY3-FILE.
           OPEN OUTPUT PAYM-FILE.
           PERFORM C110-INIT-STREAM THRU C110-END
              VARYING WS-STRM-SUB FROM 1 BY 1
              UNTIL WS-STRM-SUB > 3.
           READ STR3-FILE
               AT END SET STR3-EOF TO TRUE
           END-READ.
           READ PAY1-FILE
               AT END SET PAY1-EOF TO TRUE
           END-READ.
           READ PAY2-FILE
               AT END SET PAY2-EOF TO TRUE
           END-READ.
           READ PAY3-FILE
               AT END SET PAY3-EOF TO TRUE
           END-READ.
       C100-END. EXIT.

       C110-INIT-STREAM.
           MOVE ZERO TO WS-STRM-CNT(WS-STRM-SUB)
           MOVE ZERO TO WS-STRM-HASH(WS-STRM-SUB)
           MOVE ZERO TO WS-STRM-OUT-CNT(WS-STRM-SUB)
           MOVE 'N'  TO WS-STRM-SEEN(WS-STRM-SUB)
           MOVE 'N'  TO WS-PAY-HDR-SEEN(WS-STRM-SUB)
           MOVE 'N'  TO WS-PAY-TRL-SEEN(WS-STRM-SUB)
           MOVE ZERO TO WS-PAY-DET-CNT(WS-STRM-SUB)
           MOVE ZERO TO WS-PAY-DET-AMT(WS-STRM-SUB)
           MOVE ZERO TO WS-PAY-TRL-CNT(WS-STRM-SUB)
           MOVE ZERO TO WS-PAY-TRL-AMT(WS-STRM-SUB).
       C110-END. EXIT.

       C200-LOAD-CONTROL.
           ELSE
              MOVE 'STREAMS BALANCE TO DAY CONTROLS' TO RPT-REC
           END-IF
           WRITE RPT-REC
           PERFORM C520-PRINT-PAY-STREAM THRU C520-END
              VARYING WS-STRM-SUB FROM 1 BY 1
              UNTIL WS-STRM-SUB > 3
           MOVE SPACES TO RPT-REC
           STRING 'OUTBOUND PAYMENTS MERGED.: ' WS-PAY-OUT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PAY-OUT-AMT TO WS-PAY-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'OUTBOUND PAYMENT AMOUNT..: ' WS-PAY-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-PAY-MISMATCH
              MOVE 'PAYMENT FILES DO NOT BALANCE TO TRAILERS'
                TO RPT-REC
           ELSE
              MOVE 'PAYMENT FILES BALANCE TO TRAILERS' TO RPT-REC
           END-IF
           WRITE RPT-REC.
       C500-END. EXIT.

           WRITE RPT-REC.
       C510-END. EXIT.

       C520-PRINT-PAY-STREAM.
           MOVE WS-PAY-DET-AMT(WS-STRM-SUB) TO WS-PAY-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'PAYMENTS ' WS-STRM-SUB
                  ' CNT ' WS-PAY-DET-CNT(WS-STRM-SUB)
                  ' TRL ' WS-PAY-TRL-CNT(WS-STRM-SUB)
                  ' AMT ' WS-PAY-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       C520-END. EXIT.

       C600-CLOSE-FILES.
           CLOSE CTL-FILE
                 STR1-FILE
                 STR2-FILE
                 STR3-FILE
                 MRG-FILE
                 RPT-FILE
                 PAY1-FILE
                 PAY2-FILE
                 PAY3-FILE
                 PAYM-FILE.
           IF WS-MISMATCH OR WS-PAY-MISMATCH
              MOVE 8 TO RETURN-CODE
           END-IF.
       C600-END. EXIT.

       C700-MERGE-PAYMENTS.
           MOVE SPACES      TO WS-PAY-REC
           MOVE 'H'         TO WS-PAY-TYPE
           MOVE WS-RUN-DATE TO WS-PAY-RUN-DATE
           MOVE ZERO        TO WS-PAY-STREAM
           WRITE PAYM-REC FROM WS-PAY-REC
           PERFORM C710-COPY-PAY-1 THRU C710-END
              UNTIL PAY1-EOF
           PERFORM C720-COPY-PAY-2 THRU C720-END
              UNTIL PAY2-EOF
           PERFORM C730-COPY-PAY-3 THRU C730-END
              UNTIL PAY3-EOF
           PERFORM C750-CHECK-PAY-STREAM THRU C750-END
              VARYING WS-STRM-SUB FROM 1 BY 1
              UNTIL WS-STRM-SUB > 3
           MOVE SPACES         TO WS-PAY-TRL-REC
           MOVE 'T'            TO WS-PAY-TRL-TYPE
           MOVE WS-RUN-DATE    TO WS-PAY-TRL-RUN-DATE
           MOVE ZERO           TO WS-PAY-TRL-STREAM
           MOVE WS-PAY-OUT-CNT TO WS-PAY-TRL-COUNT
           MOVE WS-PAY-OUT-AMT TO WS-PAY-TRL-AMOUNT
           WRITE PAYM-REC FROM WS-PAY-TRL-REC.
       C700-END. EXIT.

       C710-COPY-PAY-1.
           MOVE PAY1-REC TO WS-PAY-REC
           MOVE 1        TO WS-STRM-SUB
           PERFORM C740-TAKE-PAY-RECORD THRU C740-END
           READ PAY1-FILE
               AT END SET PAY1-EOF TO TRUE
           END-READ.
       C710-END. EXIT.

       C720-COPY-PAY-2.
           MOVE PAY2-REC TO WS-PAY-REC
           MOVE 2        TO WS-STRM-SUB
           PERFORM C740-TAKE-PAY-RECORD THRU C740-END
           READ PAY2-FILE
               AT END SET PAY2-EOF TO TRUE
           END-READ.
       C720-END. EXIT.

       C730-COPY-PAY-3.
           MOVE PAY3-REC TO WS-PAY-REC
           MOVE 3        TO WS-STRM-SUB
           PERFORM C740-TAKE-PAY-RECORD THRU C740-END
           READ PAY3-FILE
               AT END SET PAY3-EOF TO TRUE
           END-READ.
       C730-END. EXIT.

       C740-TAKE-PAY-RECORD.
           EVALUATE WS-PAY-TYPE
               WHEN 'H'
                  MOVE 'Y' TO WS-PAY-HDR-SEEN(WS-STRM-SUB)
                  IF WS-PAY-RUN-DATE NOT = WS-RUN-DATE
                     MOVE 'Y' TO WS-PAY-MISMATCH-SW
                  END-IF
               WHEN 'D'
                  ADD  1 TO WS-PAY-DET-CNT(WS-STRM-SUB)
                  ADD  WS-PAY-AMOUNT TO WS-PAY-DET-AMT(WS-STRM-SUB)
                  ADD  1 TO WS-PAY-OUT-CNT
                  ADD  WS-PAY-AMOUNT TO WS-PAY-OUT-AMT
                  MOVE WS-PAY-OUT-CNT TO WS-PAY-SEQ
                  WRITE PAYM-REC FROM WS-PAY-REC
               WHEN 'T'
                  MOVE 'Y' TO WS-PAY-TRL-SEEN(WS-STRM-SUB)
                  MOVE WS-PAY-TRL-COUNT  TO WS-PAY-TRL-CNT(WS-STRM-SUB)
                  MOVE WS-PAY-TRL-AMOUNT TO WS-PAY-TRL-AMT(WS-STRM-SUB)
               WHEN OTHER
                  MOVE 'Y' TO WS-PAY-MISMATCH-SW
           END-EVALUATE.
       C740-END. EXIT.

       C750-CHECK-PAY-STREAM.
           IF WS-PAY-HDR-SEEN(WS-STRM-SUB) = 'N'
              OR WS-PAY-TRL-SEEN(WS-STRM-SUB) = 'N'
              OR WS-PAY-TRL-CNT(WS-STRM-SUB)
                 NOT = WS-PAY-DET-CNT(WS-STRM-SUB)
              OR WS-PAY-TRL-AMT(WS-STRM-SUB)
                 NOT = WS-PAY-DET-AMT(WS-STRM-SUB)
              MOVE 'Y' TO WS-PAY-MISMATCH-SW
           END-IF.
       C750-END. EXIT.

       C999-PROGRAM-EXIT.
           STOP RUN.
       C999-END. EXIT.
