       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK015.
       AUTHOR.     KAAN KANIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLR-FILE  ASSIGN TO CLRFILE
                            STATUS CLR-ST.
           SELECT CURR-FILE ASSIGN TO CURRMSTR
                            STATUS CURR-ST.
           SELECT OPTIONAL KEY-FILE ASSIGN TO KEYIN
                            STATUS KEY-ST.
           SELECT INP-FILE  ASSIGN TO INPFILE
                            STATUS INP-ST.
           SELECT RET-FILE  ASSIGN TO RETFILE
                            STATUS RET-ST.
           SELECT RPT-FILE  ASSIGN TO RPTFILE
                            STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CLR-FILE RECORDING MODE F.
       01  CLR-REC.
           05 CLR-TYPE                  PIC X(02).
              88 CLR-FILE-HEADER              VALUE '01'.
              88 CLR-BATCH-HEADER             VALUE '05'.
              88 CLR-PAYMENT                  VALUE '06'.
              88 CLR-BATCH-TRAILER            VALUE '08'.
              88 CLR-FILE-TRAILER             VALUE '09'.
           05 FILLER                    PIC X(118).
       01  CLR-FH-REC REDEFINES CLR-REC.
           05 FILLER                    PIC X(02).
           05 CLR-FH-SENDER             PIC X(08).
           05 CLR-FH-FILE-DATE          PIC 9(08).
           05 CLR-FH-FILE-SEQ           PIC 9(04).
           05 FILLER                    PIC X(98).
       01  CLR-BH-REC REDEFINES CLR-REC.
           05 FILLER                    PIC X(02).
           05 CLR-BH-BATCH-NO           PIC 9(06).
           05 CLR-BH-SOURCE             PIC X(02).
           05 FILLER                    PIC X(110).
       01  CLR-PD-REC REDEFINES CLR-REC.
           05 FILLER                    PIC X(02).
           05 CLR-PD-ITEM-REF           PIC X(16).
           05 CLR-PD-BENE-ID            PIC X(05).
           05 CLR-PD-BENE-DVZ           PIC X(03).
           05 CLR-PD-AMOUNT             PIC 9(11)V99.
           05 CLR-PD-VALUE-DATE         PIC 9(08).
           05 CLR-PD-ORIG-BANK          PIC X(04).
           05 CLR-PD-ORIG-ACCT          PIC X(26).
           05 CLR-PD-ORIG-NAME          PIC X(35).
           05 FILLER                    PIC X(08).
       01  CLR-BT-REC REDEFINES CLR-REC.
           05 FILLER                    PIC X(02).
           05 CLR-BT-BATCH-NO           PIC 9(06).
           05 CLR-BT-ITEM-CNT           PIC 9(07).
           05 CLR-BT-AMOUNT             PIC 9(15)V99.
           05 FILLER                    PIC X(88).
       01  CLR-FT-REC REDEFINES CLR-REC.
           05 FILLER                    PIC X(02).
           05 CLR-FT-BATCH-CNT          PIC 9(05).
           05 CLR-FT-ITEM-CNT           PIC 9(07).
           05 CLR-FT-AMOUNT             PIC 9(15)V99.
           05 FILLER                    PIC X(89).
       FD  CURR-FILE RECORDING MODE F.
       01  CURR-REC.
           05 CURR-DVZ-CD                 PIC X(03).
           05 CURR-DVZ-NM                 PIC X(15).
           05 FILLER                      PIC X(02).
       FD  KEY-FILE RECORDING MODE F.
       01  KEY-REC                      PIC X(80).
       01  KEY-HDR-REC REDEFINES KEY-REC.
           05 KEY-HDR-TYPE              PIC X(01).
           05 KEY-HDR-RUN-DATE          PIC 9(08).
           05 KEY-HDR-EXPECTED-CNT      PIC 9(07).
           05 FILLER                    PIC X(64).
       01  KEY-TRL-REC REDEFINES KEY-REC.
           05 KEY-TRL-TYPE              PIC X(01).
           05 KEY-TRL-ACTUAL-CNT        PIC 9(07).
           05 KEY-TRL-HASH-TOTAL        PIC 9(15).
           05 FILLER                    PIC X(57).
       FD  INP-FILE RECORDING MODE F.
       01  INP-REC.
           05 INP-ISLEM-TIPI            PIC X(01).
           05 INP-ID                    PIC X(05).
           05 INP-DVZ                   PIC X(03).
           05 INP-TO-ID                 PIC X(05).
           05 INP-AMOUNT                PIC 9(11)V99.
           05 INP-VALUE-DATE            PIC 9(08).
           05 INP-TO-DVZ                PIC X(03).
           05 INP-ACTION                PIC X(01).
           05 INP-DRCR                  PIC X(01).
           05 INP-BRANCH                PIC X(04).
           05 INP-CHANNEL               PIC X(01).
           05 INP-BENE-BANK             PIC X(04).
           05 INP-BENE-ACCT             PIC X(26).
           05 FILLER                    PIC X(05).
       FD  RET-FILE RECORDING MODE F.
       01  RET-REC.
           05 RET-TYPE                  PIC X(02).
           05 RET-REASON                PIC X(02).
           05 RET-BATCH-NO              PIC 9(06).
           05 RET-SOURCE                PIC X(02).
           05 RET-ORIG-ITEM             PIC X(120).
           05 FILLER                    PIC X(28).
       01  RET-HDR-REC REDEFINES RET-REC.
           05 RET-HDR-TYPE              PIC X(02).
           05 RET-HDR-SENDER            PIC X(08).
           05 RET-HDR-FILE-DATE         PIC 9(08).
           05 RET-HDR-FILE-SEQ          PIC 9(04).
           05 FILLER                    PIC X(138).
       01  RET-TRL-REC REDEFINES RET-REC.
           05 RET-TRL-TYPE              PIC X(02).
           05 RET-TRL-ITEM-CNT          PIC 9(07).
           05 RET-TRL-AMOUNT            PIC 9(15)V99.
           05 FILLER                    PIC X(134).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-HMWRIDX             PIC X(08)  VALUE 'HMWRIDX'.
           05 CLR-ST                 PIC 9(02).
              88 CLR-EOF                        VALUE 10.
              88 CLR-SUCCESS                    VALUE 00 97.
           05 CURR-ST                PIC 9(02).
              88 CURR-EOF                       VALUE 10.
              88 CURR-SUCCESS                   VALUE 00 97.
           05 KEY-ST                 PIC 9(02).
              88 KEY-EOF                        VALUE 10.
              88 KEY-SUCCESS                    VALUE 00 05 97.
           05 INP-ST                 PIC 9(02).
              88 INP-SUCCESS                    VALUE 00 97.
           05 RET-ST                 PIC 9(02).
              88 RET-SUCCESS                    VALUE 00 97.
           05 RPT-ST                 PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00 97.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC         PIC 9(01).
                 88 WS-FUNC-OPEN                VALUE 1.
                 88 WS-FUNC-READ                VALUE 2.
                 88 WS-FUNC-CLOSE               VALUE 9.
              07 WS-SUB-ID           PIC 9(05).
              07 WS-SUB-DVZ          PIC 9(03).
              07 WS-SUB-RC           PIC 9(02).
              07 WS-SUB-AMOUNT       PIC 9(11)V99.
              07 WS-SUB-DATA         PIC X(60).
           05 WS-ACCT-STATUS         PIC X(01).
              88 WS-ACCT-CLOSED                 VALUE 'C'.
              88 WS-ACCT-FROZEN                 VALUE 'F'.
           05 WS-FH-SEEN             PIC X(01)  VALUE 'N'.
           05 WS-FT-SEEN             PIC X(01)  VALUE 'N'.
           05 WS-IN-BATCH-SW         PIC X(01)  VALUE 'N'.
              88 WS-IN-BATCH                    VALUE 'Y'.
           05 WS-SENDER              PIC X(08).
           05 WS-FILE-DATE           PIC 9(08)  VALUE ZERO.
           05 WS-FILE-SEQ            PIC 9(04).
           05 WS-RUN-DATE            PIC 9(08).
           05 WS-CUR-BATCH-NO        PIC 9(06).
           05 WS-CUR-SOURCE          PIC X(02).
           05 WS-BAT-ITEM-CNT        PIC 9(07).
           05 WS-BAT-AMOUNT          PIC 9(15)V99.
           05 WS-FILE-BATCH-CNT      PIC 9(05)  VALUE ZERO.
           05 WS-FILE-ITEM-CNT       PIC 9(07)  VALUE ZERO.
           05 WS-FILE-AMOUNT         PIC 9(15)V99 VALUE ZERO.
           05 WS-CLR-REC-CNT         PIC 9(07)  VALUE ZERO.
           05 WS-BAD-FILE-MSG        PIC X(50).
           05 WS-RSN-CD              PIC X(02).
              88 WS-RSN-NONE                    VALUE SPACES.
           05 WS-RSN-TEXT            PIC X(30).
           05 WS-ACC-CNT             PIC 9(07)  VALUE ZERO.
           05 WS-ACC-AMOUNT          PIC 9(15)V99 VALUE ZERO.
           05 WS-ACC-HASH            PIC 9(15)  VALUE ZERO.
           05 WS-RET-CNT             PIC 9(07)  VALUE ZERO.
           05 WS-RET-AMOUNT          PIC 9(15)V99 VALUE ZERO.
           05 WS-KEY-SW              PIC X(01)  VALUE 'N'.
              88 WS-KEY-PRESENT                 VALUE 'Y'.
           05 WS-KEY-HDR-SEEN        PIC X(01)  VALUE 'N'.
           05 WS-KEY-TRL-SEEN        PIC X(01)  VALUE 'N'.
           05 WS-KEY-RUN-DATE        PIC 9(08)  VALUE ZERO.
           05 WS-KEY-EXPECTED-CNT    PIC 9(07)  VALUE ZERO.
           05 WS-KEY-TRL-CNT         PIC 9(07)  VALUE ZERO.
           05 WS-KEY-TRL-HASH        PIC 9(15)  VALUE ZERO.
           05 WS-KEY-CNT             PIC 9(07)  VALUE ZERO.
           05 WS-KEY-HASH            PIC 9(15)  VALUE ZERO.
           05 WS-ID-NUM              PIC 9(05).
           05 WS-OUT-CNT             PIC 9(07)  VALUE ZERO.
           05 WS-OUT-HASH            PIC 9(15)  VALUE ZERO.
           05 WS-AMT-ED              PIC Z(14)9.99.
           05 WS-ITEM-AMT-ED         PIC Z(10)9.99.
           05 WS-OUT-HDR.
              10 FILLER              PIC X(01)  VALUE 'H'.
              10 WS-OUT-HDR-DATE     PIC 9(08).
              10 WS-OUT-HDR-CNT      PIC 9(07).
              10 FILLER              PIC X(64)  VALUE SPACES.
           05 WS-OUT-TRL.
              10 FILLER              PIC X(01)  VALUE 'T'.
              10 WS-OUT-TRL-CNT      PIC 9(07).
              10 WS-OUT-TRL-HASH     PIC 9(15).
              10 FILLER              PIC X(57)  VALUE SPACES.
         01  WS-CURR-AREA.
           05 WS-CURR-CNT            PIC 9(03) COMP.
           05 WS-CURR-TABLE.
              10 WS-CURR-ENTRY OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-CURR-CNT
                                ASCENDING KEY IS WS-CURR-CD
                                INDEXED BY WS-CURR-IDX.
                 15 WS-CURR-CD         PIC X(03).
                 15 WS-CURR-NM         PIC X(15).
         01  WS-ITEM-AREA.
           05 WS-ITEM-SUB            PIC 9(05).
           05 WS-ITEM-CNT            PIC 9(05) COMP.
           05 WS-ITEM-TABLE.
              10 WS-ITEM-ENTRY OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-ITEM-CNT.
                 15 WS-ITEM-IMG        PIC X(120).
                 15 WS-ITEM-BATCH-NO   PIC 9(06).
                 15 WS-ITEM-SOURCE     PIC X(02).
                 15 WS-ITEM-OK         PIC X(01).
         01  WS-ITEM-VIEW.
           05 FILLER                 PIC X(02).
           05 WS-IV-ITEM-REF         PIC X(16).
           05 WS-IV-BENE-ID          PIC X(05).
           05 WS-IV-BENE-DVZ         PIC X(03).
           05 WS-IV-AMOUNT           PIC 9(11)V99.
           05 WS-IV-VALUE-DATE       PIC 9(08).
           05 FILLER                 PIC X(73).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM I100-OPEN-FILES THRU I100-END.
           PERFORM I200-LOAD-CLEARING THRU I200-END
              UNTIL CLR-EOF.
           PERFORM I270-CHECK-FILE-CONTROLS THRU I270-END.
           PERFORM I400-CHECK-KEYED THRU I400-END.
           PERFORM I300-EDIT-PAYMENT THRU I300-END
              VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-ITEM-CNT.
           PERFORM I500-WRITE-INPFILE THRU I500-END.
           PERFORM I600-PRINT-REPORT THRU I600-END.
           PERFORM I700-WRAP-UP THRU I700-END.
           PERFORM I999-PROGRAM-EXIT.

       I100-OPEN-FILES.
           OPEN INPUT CURR-FILE.
           MOVE ZERO TO WS-CURR-CNT.
           READ CURR-FILE
               AT END SET CURR-EOF TO TRUE
           END-READ.
           PERFORM I110-LOAD-CURRENCY THRU I110-END
              UNTIL CURR-EOF.
           CLOSE CURR-FILE.
           IF WS-CURR-CNT = ZERO
              DISPLAY 'HMWRK015 - CURRENCY MASTER IS EMPTY'
              MOVE 16 TO RETURN-CODE
              PERFORM I999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  CLR-FILE.
           OPEN OUTPUT INP-FILE.
           OPEN OUTPUT RET-FILE.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO RPT-REC.
           STRING 'HMWRK015 INBOUND CLEARING EDIT AND INPFILE BUILD'
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           MOVE ZERO TO WS-ITEM-CNT.
           SET  WS-FUNC-OPEN TO TRUE.
           CALL WS-HMWRIDX USING WS-SUB-AREA.
           IF WS-SUB-RC NOT = ZERO
              DISPLAY 'HMWRK015 - ACCOUNT INDEX OPEN FAILED RC '
                      WS-SUB-RC
              MOVE 16 TO RETURN-CODE
              PERFORM I999-PROGRAM-EXIT
           END-IF.
           READ CLR-FILE
               AT END SET CLR-EOF TO TRUE
           END-READ.
       I100-END. EXIT.

       I110-LOAD-CURRENCY.
           IF WS-CURR-CNT NOT < 200
              DISPLAY 'HMWRK015 - CURRENCY MASTER EXCEEDS TABLE SIZE'
              MOVE 16 TO RETURN-CODE
              PERFORM I999-PROGRAM-EXIT
           END-IF
           ADD  1 TO WS-CURR-CNT
           MOVE CURR-DVZ-CD TO WS-CURR-CD(WS-CURR-CNT)
           MOVE CURR-DVZ-NM TO WS-CURR-NM(WS-CURR-CNT)
           READ CURR-FILE
               AT END SET CURR-EOF TO TRUE
           END-READ.
       I110-END. EXIT.

       I200-LOAD-CLEARING.
           ADD  1 TO WS-CLR-REC-CNT
           IF WS-FT-SEEN = 'Y'
              MOVE 'RECORDS FOLLOW THE FILE TRAILER'
                TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           IF WS-FH-SEEN = 'N' AND NOT CLR-FILE-HEADER
              MOVE 'FIRST RECORD IS NOT A FILE HEADER'
                TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           EVALUATE TRUE
               WHEN CLR-FILE-HEADER
                  PERFORM I210-FILE-HEADER THRU I210-END
               WHEN CLR-BATCH-HEADER
                  PERFORM I220-BATCH-HEADER THRU I220-END
               WHEN CLR-PAYMENT
                  PERFORM I230-PAYMENT THRU I230-END
               WHEN CLR-BATCH-TRAILER
                  PERFORM I240-BATCH-TRAILER THRU I240-END
               WHEN CLR-FILE-TRAILER
                  PERFORM I250-FILE-TRAILER THRU I250-END
               WHEN OTHER
                  MOVE 'UNKNOWN RECORD TYPE' TO WS-BAD-FILE-MSG
                  PERFORM I260-BAD-FILE THRU I260-END
           END-EVALUATE
           READ CLR-FILE
               AT END SET CLR-EOF TO TRUE
           END-READ.
       I200-END. EXIT.

       I210-FILE-HEADER.
           IF WS-FH-SEEN = 'Y'
              MOVE 'SECOND FILE HEADER' TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           IF CLR-FH-FILE-DATE NOT NUMERIC
              OR CLR-FH-FILE-DATE = ZERO
              OR CLR-FH-FILE-SEQ NOT NUMERIC
              MOVE 'FILE HEADER DATE OR SEQUENCE INVALID'
                TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           MOVE 'Y'              TO WS-FH-SEEN
           MOVE CLR-FH-SENDER    TO WS-SENDER
           MOVE CLR-FH-FILE-DATE TO WS-FILE-DATE
           MOVE CLR-FH-FILE-SEQ  TO WS-FILE-SEQ.
       I210-END. EXIT.

       I220-BATCH-HEADER.
           IF WS-IN-BATCH
              MOVE 'BATCH HEADER INSIDE AN OPEN BATCH'
                TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           IF CLR-BH-BATCH-NO NOT NUMERIC
              OR CLR-BH-SOURCE = SPACES
              MOVE 'BATCH HEADER NUMBER OR SOURCE INVALID'
                TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           SET  WS-IN-BATCH      TO TRUE
           ADD  1                TO WS-FILE-BATCH-CNT
           MOVE CLR-BH-BATCH-NO  TO WS-CUR-BATCH-NO
           MOVE CLR-BH-SOURCE    TO WS-CUR-SOURCE
           MOVE ZERO             TO WS-BAT-ITEM-CNT
           MOVE ZERO             TO WS-BAT-AMOUNT.
       I220-END. EXIT.

       I230-PAYMENT.
           IF NOT WS-IN-BATCH
              MOVE 'PAYMENT OUTSIDE A BATCH' TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           IF CLR-PD-AMOUNT NOT NUMERIC
              MOVE 'PAYMENT AMOUNT NOT NUMERIC' TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           IF WS-ITEM-CNT NOT < 20000
              DISPLAY 'HMWRK015 - CLEARING ITEM TABLE EXCEEDED'
              MOVE 16 TO RETURN-CODE
              PERFORM I999-PROGRAM-EXIT
           END-IF
           ADD  1                TO WS-BAT-ITEM-CNT
           ADD  CLR-PD-AMOUNT    TO WS-BAT-AMOUNT
           ADD  1                TO WS-ITEM-CNT
           MOVE CLR-REC          TO WS-ITEM-IMG(WS-ITEM-CNT)
           MOVE WS-CUR-BATCH-NO  TO WS-ITEM-BATCH-NO(WS-ITEM-CNT)
           MOVE WS-CUR-SOURCE    TO WS-ITEM-SOURCE(WS-ITEM-CNT)
           MOVE 'N'              TO WS-ITEM-OK(WS-ITEM-CNT).
       I230-END. EXIT.

       I240-BATCH-TRAILER.
           IF NOT WS-IN-BATCH
              MOVE 'BATCH TRAILER WITHOUT A BATCH HEADER'
                TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           IF CLR-BT-BATCH-NO NOT = WS-CUR-BATCH-NO
              OR CLR-BT-ITEM-CNT NOT = WS-BAT-ITEM-CNT
              OR CLR-BT-AMOUNT NOT = WS-BAT-AMOUNT
              DISPLAY 'HMWRK015 - BATCH ' WS-CUR-BATCH-NO
                      ' DOES NOT BALANCE TO ITS TRAILER'
              MOVE 'BATCH CONTROL TOTALS DO NOT BALANCE'
                TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           MOVE 'N'             TO WS-IN-BATCH-SW
           ADD  WS-BAT-ITEM-CNT TO WS-FILE-ITEM-CNT
           ADD  WS-BAT-AMOUNT   TO WS-FILE-AMOUNT.
       I240-END. EXIT.

       I250-FILE-TRAILER.
           IF WS-IN-BATCH
              MOVE 'FILE TRAILER INSIDE AN OPEN BATCH'
                TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           MOVE 'Y' TO WS-FT-SEEN
           IF CLR-FT-BATCH-CNT NOT = WS-FILE-BATCH-CNT
              OR CLR-FT-ITEM-CNT NOT = WS-FILE-ITEM-CNT
              OR CLR-FT-AMOUNT NOT = WS-FILE-AMOUNT
              MOVE 'FILE CONTROL TOTALS DO NOT BALANCE'
                TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF.
       I250-END. EXIT.

       I260-BAD-FILE.
           DISPLAY 'HMWRK015 - CLEARING FILE REJECTED: '
                   WS-BAD-FILE-MSG
           DISPLAY 'HMWRK015 - AT CLEARING RECORD ' WS-CLR-REC-CNT
           MOVE 16 TO RETURN-CODE
           PERFORM I999-PROGRAM-EXIT.
       I260-END. EXIT.

       I270-CHECK-FILE-CONTROLS.
           CLOSE CLR-FILE
           IF WS-FH-SEEN = 'N'
              MOVE 'CLEARING FILE IS EMPTY' TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           IF WS-FT-SEEN = 'N'
              MOVE 'FILE TRAILER MISSING' TO WS-BAD-FILE-MSG
              PERFORM I260-BAD-FILE THRU I260-END
           END-IF
           MOVE WS-FILE-DATE TO WS-RUN-DATE.
       I270-END. EXIT.

       I300-EDIT-PAYMENT.
           MOVE WS-ITEM-IMG(WS-ITEM-SUB) TO WS-ITEM-VIEW
           MOVE SPACES TO WS-RSN-CD
           MOVE SPACES TO WS-RSN-TEXT
           IF WS-IV-AMOUNT = ZERO
              MOVE '05' TO WS-RSN-CD
              MOVE 'INVALID AMOUNT' TO WS-RSN-TEXT
              GO TO I300-NEXT
           END-IF
           IF WS-IV-VALUE-DATE NOT NUMERIC
              MOVE '06' TO WS-RSN-CD
              MOVE 'INVALID VALUE DATE' TO WS-RSN-TEXT
              GO TO I300-NEXT
           END-IF
           IF WS-IV-BENE-DVZ NOT NUMERIC
              MOVE '04' TO WS-RSN-CD
              MOVE 'CURRENCY NOT ACCEPTED' TO WS-RSN-TEXT
              GO TO I300-NEXT
           END-IF
           SEARCH ALL WS-CURR-ENTRY
              AT END
                 MOVE '04' TO WS-RSN-CD
                 MOVE 'CURRENCY NOT ACCEPTED' TO WS-RSN-TEXT
                 GO TO I300-NEXT
              WHEN WS-CURR-CD(WS-CURR-IDX) = WS-IV-BENE-DVZ
                 CONTINUE
           END-SEARCH
           IF WS-IV-BENE-ID NOT NUMERIC
              MOVE '01' TO WS-RSN-CD
              MOVE 'NO SUCH ACCOUNT' TO WS-RSN-TEXT
              GO TO I300-NEXT
           END-IF
           PERFORM I310-CHECK-ACCOUNT THRU I310-END.
       I300-NEXT.
           IF WS-RSN-NONE
              MOVE 'Y'           TO WS-ITEM-OK(WS-ITEM-SUB)
              ADD  1             TO WS-ACC-CNT
              ADD  WS-IV-AMOUNT  TO WS-ACC-AMOUNT
              MOVE WS-IV-BENE-ID TO WS-ID-NUM
              ADD  WS-ID-NUM     TO WS-ACC-HASH
           ELSE
              PERFORM I320-WRITE-RETURN THRU I320-END
           END-IF.
       I300-END. EXIT.

       I310-CHECK-ACCOUNT.
           SET  WS-FUNC-READ   TO TRUE
           MOVE WS-IV-BENE-ID  TO WS-SUB-ID
           MOVE WS-IV-BENE-DVZ TO WS-SUB-DVZ
           MOVE ZEROS          TO WS-SUB-RC
           MOVE ZERO           TO WS-SUB-AMOUNT
           MOVE SPACES         TO WS-SUB-DATA
           CALL WS-HMWRIDX     USING WS-SUB-AREA
           IF WS-SUB-RC NOT = ZERO
              MOVE '01' TO WS-RSN-CD
              MOVE 'NO SUCH ACCOUNT' TO WS-RSN-TEXT
              GO TO I310-END
           END-IF
           MOVE WS-SUB-DATA(1:1) TO WS-ACCT-STATUS
           IF WS-ACCT-CLOSED
              MOVE '02' TO WS-RSN-CD
              MOVE 'ACCOUNT CLOSED' TO WS-RSN-TEXT
           END-IF
           IF WS-ACCT-FROZEN
              MOVE '03' TO WS-RSN-CD
              MOVE 'ACCOUNT FROZEN' TO WS-RSN-TEXT
           END-IF.
       I310-END. EXIT.

       I320-WRITE-RETURN.
           IF WS-RET-CNT = ZERO
              MOVE SPACES        TO RET-HDR-REC
              MOVE '01'          TO RET-HDR-TYPE
              MOVE WS-SENDER     TO RET-HDR-SENDER
              MOVE WS-FILE-DATE  TO RET-HDR-FILE-DATE
              MOVE WS-FILE-SEQ   TO RET-HDR-FILE-SEQ
              WRITE RET-REC
           END-IF
           ADD  1                           TO WS-RET-CNT
           ADD  WS-IV-AMOUNT                TO WS-RET-AMOUNT
           MOVE SPACES                      TO RET-REC
           MOVE '06'                        TO RET-TYPE
           MOVE WS-RSN-CD                   TO RET-REASON
           MOVE WS-ITEM-BATCH-NO(WS-ITEM-SUB) TO RET-BATCH-NO
           MOVE WS-ITEM-SOURCE(WS-ITEM-SUB) TO RET-SOURCE
           MOVE WS-ITEM-IMG(WS-ITEM-SUB)    TO RET-ORIG-ITEM
           WRITE RET-REC
           MOVE WS-IV-AMOUNT TO WS-ITEM-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'RETURNED ' WS-IV-ITEM-REF
                  ' ' WS-IV-BENE-ID '/' WS-IV-BENE-DVZ
                  ' ' WS-ITEM-AMT-ED
                  ' RSN ' WS-RSN-CD ' ' WS-RSN-TEXT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       I320-END. EXIT.

       I400-CHECK-KEYED.
           OPEN INPUT KEY-FILE
           IF NOT KEY-SUCCESS
              GO TO I400-END
           END-IF
           READ KEY-FILE
               AT END SET KEY-EOF TO TRUE
           END-READ
           IF KEY-EOF
              CLOSE KEY-FILE
              GO TO I400-END
           END-IF
           SET WS-KEY-PRESENT TO TRUE
           PERFORM I410-TALLY-KEYED THRU I410-END
              UNTIL KEY-EOF
           CLOSE KEY-FILE
           IF WS-KEY-HDR-SEEN = 'N' OR WS-KEY-TRL-SEEN = 'N'
              DISPLAY 'HMWRK015 - KEYED INPFILE MISSING HEADER/TRAILER'
              MOVE 16 TO RETURN-CODE
              PERFORM I999-PROGRAM-EXIT
           END-IF
           IF WS-KEY-TRL-CNT NOT = WS-KEY-CNT
              OR WS-KEY-TRL-HASH NOT = WS-KEY-HASH
              OR WS-KEY-EXPECTED-CNT NOT = WS-KEY-CNT
              DISPLAY 'HMWRK015 - KEYED INPFILE CONTROL TOTALS DO NOT'
                      ' BALANCE'
              MOVE 16 TO RETURN-CODE
              PERFORM I999-PROGRAM-EXIT
           END-IF
           IF WS-KEY-RUN-DATE NOT = WS-RUN-DATE
              DISPLAY 'HMWRK015 - KEYED INPFILE RUN DATE '
                      WS-KEY-RUN-DATE ' NOT CLEARING DATE '
                      WS-RUN-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM I999-PROGRAM-EXIT
           END-IF.
       I400-END. EXIT.

       I410-TALLY-KEYED.
           EVALUATE KEY-REC(1:1)
               WHEN 'H'
                  MOVE 'Y'                  TO WS-KEY-HDR-SEEN
                  MOVE KEY-HDR-RUN-DATE     TO WS-KEY-RUN-DATE
                  MOVE KEY-HDR-EXPECTED-CNT TO WS-KEY-EXPECTED-CNT
               WHEN 'T'
                  MOVE 'Y'                  TO WS-KEY-TRL-SEEN
                  MOVE KEY-TRL-ACTUAL-CNT   TO WS-KEY-TRL-CNT
                  MOVE KEY-TRL-HASH-TOTAL   TO WS-KEY-TRL-HASH
               WHEN OTHER
                  IF KEY-REC(2:5) NOT NUMERIC
                     DISPLAY 'HMWRK015 - NON-NUMERIC ID IN KEYED'
                             ' INPFILE RECORD ' WS-KEY-CNT
                     MOVE 16 TO RETURN-CODE
                     PERFORM I999-PROGRAM-EXIT
                  END-IF
                  ADD  1             TO WS-KEY-CNT
                  MOVE KEY-REC(2:5)  TO WS-ID-NUM
                  ADD  WS-ID-NUM     TO WS-KEY-HASH
           END-EVALUATE
           READ KEY-FILE
               AT END SET KEY-EOF TO TRUE
           END-READ.
       I410-END. EXIT.

       I500-WRITE-INPFILE.
           COMPUTE WS-OUT-CNT  = WS-KEY-CNT  + WS-ACC-CNT.
           COMPUTE WS-OUT-HASH = WS-KEY-HASH + WS-ACC-HASH.
           MOVE WS-RUN-DATE TO WS-OUT-HDR-DATE.
           MOVE WS-OUT-CNT  TO WS-OUT-HDR-CNT.
           WRITE INP-REC FROM WS-OUT-HDR.
           IF WS-KEY-PRESENT
              OPEN INPUT KEY-FILE
              READ KEY-FILE
                  AT END SET KEY-EOF TO TRUE
              END-READ
              PERFORM I510-COPY-KEYED THRU I510-END
                 UNTIL KEY-EOF
              CLOSE KEY-FILE
           END-IF.
           PERFORM I520-WRITE-CREDIT THRU I520-END
              VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-ITEM-CNT.
           MOVE WS-OUT-CNT  TO WS-OUT-TRL-CNT.
           MOVE WS-OUT-HASH TO WS-OUT-TRL-HASH.
           WRITE INP-REC FROM WS-OUT-TRL.
           IF WS-RET-CNT > ZERO
              MOVE SPACES        TO RET-TRL-REC
              MOVE '09'          TO RET-TRL-TYPE
              MOVE WS-RET-CNT    TO RET-TRL-ITEM-CNT
              MOVE WS-RET-AMOUNT TO RET-TRL-AMOUNT
              WRITE RET-REC
           END-IF.
       I500-END. EXIT.

       I510-COPY-KEYED.
           IF KEY-REC(1:1) NOT = 'H' AND KEY-REC(1:1) NOT = 'T'
              WRITE INP-REC FROM KEY-REC
           END-IF
           READ KEY-FILE
               AT END SET KEY-EOF TO TRUE
           END-READ.
       I510-END. EXIT.

       I520-WRITE-CREDIT.
           IF WS-ITEM-OK(WS-ITEM-SUB) NOT = 'Y'
              GO TO I520-END
           END-IF
           MOVE WS-ITEM-IMG(WS-ITEM-SUB) TO WS-ITEM-VIEW
           MOVE SPACES            TO INP-REC
           MOVE '3'               TO INP-ISLEM-TIPI
           MOVE WS-IV-BENE-ID     TO INP-ID
           MOVE WS-IV-BENE-DVZ    TO INP-DVZ
           MOVE WS-IV-AMOUNT      TO INP-AMOUNT
           IF WS-IV-VALUE-DATE = ZERO
              MOVE WS-RUN-DATE    TO INP-VALUE-DATE
           ELSE
              MOVE WS-IV-VALUE-DATE TO INP-VALUE-DATE
           END-IF
           MOVE 'C'               TO INP-DRCR
           MOVE 'CL'              TO INP-BRANCH(1:2)
           MOVE WS-ITEM-SOURCE(WS-ITEM-SUB) TO INP-BRANCH(3:2)
           MOVE 'C'               TO INP-CHANNEL
           WRITE INP-REC.
       I520-END. EXIT.

       I600-PRINT-REPORT.
           MOVE SPACES TO RPT-REC
           STRING 'CLEARING SENDER..........: ' WS-SENDER
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'FILE DATE / SEQUENCE.....: ' WS-FILE-DATE
                  ' / ' WS-FILE-SEQ
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'BATCHES READ.............: ' WS-FILE-BATCH-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'PAYMENTS READ............: ' WS-FILE-ITEM-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-FILE-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'PAYMENT AMOUNT READ......: ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'PAYMENTS ACCEPTED........: ' WS-ACC-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ACC-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'AMOUNT ACCEPTED..........: ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'PAYMENTS RETURNED........: ' WS-RET-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-RET-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'AMOUNT RETURNED..........: ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'KEYED ITEMS CARRIED......: ' WS-KEY-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'INPFILE DETAIL RECORDS...: ' WS-OUT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'INPFILE RUN DATE.........: ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       I600-END. EXIT.

       I700-WRAP-UP.
           SET  WS-FUNC-CLOSE TO TRUE
           CALL WS-HMWRIDX USING WS-SUB-AREA
           CLOSE INP-FILE
                 RET-FILE
                 RPT-FILE
           IF WS-RET-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
       I700-END. EXIT.

       I999-PROGRAM-EXIT.
           STOP RUN.
       I999-END. EXIT.
