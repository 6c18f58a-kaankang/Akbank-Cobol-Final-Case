       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK011.
       AUTHOR.     KAAN KANIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-FILE  ASSIGN TO OUTFILE
                            STATUS OUT-ST.
           SELECT HIST-FILE ASSIGN TO HISTOUT
                            STATUS HIST-ST.
           SELECT GL-FILE   ASSIGN TO GLEXTR
                            STATUS GL-ST.
           SELECT RPT-FILE  ASSIGN TO RPTFILE
                            STATUS RPT-ST.
           SELECT CASE-FILE ASSIGN TO CASEFILE
                            STATUS CASE-ST.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMFILE
                            STATUS PARM-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
           05 OUT-ISLEM-TIPI          PIC X(01).
           05 OUT-ID                  PIC X(05).
           05 OUT-DVZ                 PIC X(03).
           05 OUT-RETURN-CODE         PIC X(02).
           05 OUT-ACIKLAMA            PIC X(60).
           05 OUT-FROM                PIC X(15).
           05 OUT-TO                  PIC X(15).
           05 OUT-AMOUNT              PIC 9(11)V99.
           05 OUT-VALUE-DATE          PIC X(08).
           05 OUT-FEE-AMOUNT          PIC 9(11)V99.
           05 OUT-DRCR                PIC X(01).
           05 OUT-BRANCH              PIC X(04).
           05 OUT-CHANNEL             PIC X(01).
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05 HIST-RUN-DATE               PIC 9(08).
           05 HIST-TIPI                   PIC X(01).
           05 HIST-ID                     PIC X(05).
           05 HIST-DVZ                    PIC X(03).
           05 HIST-AMOUNT                 PIC 9(11)V99.
           05 HIST-VALUE-DATE             PIC 9(08).
           05 HIST-RC                     PIC X(02).
           05 HIST-REVERSED               PIC X(01).
           05 HIST-DRCR                   PIC X(01).
           05 FILLER                      PIC X(38).
       FD  GL-FILE RECORDING MODE F.
       01  GL-REC.
           05 GL-ID                       PIC 9(05).
           05 GL-DVZ                      PIC 9(03).
           05 GL-BALANCE                  PIC 9(11)V99.
           05 GL-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(11).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                      PIC X(80).
       FD  CASE-FILE RECORDING MODE F.
       01  CASE-REC.
           05 CASE-TYPE                   PIC X(01).
           05 CASE-RUN-DATE               PIC 9(08).
           05 CASE-ID                     PIC X(05).
           05 CASE-DVZ                    PIC X(03).
           05 CASE-TIPI                   PIC X(01).
           05 CASE-AMOUNT                 PIC 9(13)V99.
           05 CASE-COUNT                  PIC 9(05).
           05 CASE-THRESHOLD              PIC 9(10)V99.
           05 CASE-FIRST-DATE             PIC 9(08).
           05 CASE-LAST-DATE              PIC 9(08).
           05 CASE-BRANCH                 PIC X(04).
           05 CASE-CHANNEL                PIC X(01).
           05 CASE-STATUS                 PIC X(01).
           05 FILLER                      PIC X(08).
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05 PARM-KEYWORD            PIC X(08).
           05 PARM-VALUE              PIC X(15).
           05 FILLER                  PIC X(57).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 OUT-ST                 PIC 9(02).
              88 OUT-EOF                        VALUE 10.
              88 OUT-SUCCESS                    VALUE 00 97.
           05 HIST-ST                PIC 9(02).
              88 HIST-EOF                       VALUE 10.
              88 HIST-SUCCESS                   VALUE 00 97.
           05 GL-ST                  PIC 9(02).
              88 GL-EOF                         VALUE 10.
              88 GL-SUCCESS                     VALUE 00 97.
           05 RPT-ST                 PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00 97.
           05 CASE-ST                PIC 9(02).
              88 CASE-SUCCESS                   VALUE 00 97.
           05 PARM-ST                PIC 9(02).
              88 PARM-EOF                       VALUE 10.
              88 PARM-SUCCESS                   VALUE 00 05 97.
           05 WS-RUN-DATE            PIC 9(08)  VALUE ZERO.
           05 WS-WINDOW-DAYS         PIC 9(03)  VALUE 5.
           05 WS-BAND-PCT            PIC 9(03)  VALUE 90.
           05 WS-HIST-DAYS           PIC 9(05)  VALUE 30.
           05 WS-PARM-AMT-X          PIC X(12).
           05 WS-PARM-AMT REDEFINES WS-PARM-AMT-X
                                     PIC 9(10)V99.
           05 WS-DVZ-WK              PIC X(03).
           05 WS-ACC-KEY-WK          PIC X(08).
           05 WS-ACC-DATE-WK         PIC 9(08).
           05 WS-ACC-AMT-WK          PIC 9(11)V99.
           05 WS-ACC-TODAY-SW        PIC X(01).
           05 WS-HIST-AGE            PIC S9(08).
           05 WS-THR-FND             PIC 9(05).
           05 WS-THR-SUB             PIC 9(05).
           05 WS-ACC-SUB             PIC 9(05).
           05 WS-ACC-FND             PIC 9(05).
           05 WS-UNM-SUB             PIC 9(05).
           05 WS-OUT-READ-CNT        PIC 9(07)  VALUE ZERO.
           05 WS-HIST-READ-CNT       PIC 9(07)  VALUE ZERO.
           05 WS-HIST-WINDOW-CNT     PIC 9(07)  VALUE ZERO.
           05 WS-TXN-CHECKED-CNT     PIC 9(07)  VALUE ZERO.
           05 WS-LARGE-CNT           PIC 9(07)  VALUE ZERO.
           05 WS-STRUCT-CNT          PIC 9(07)  VALUE ZERO.
           05 WS-UNMON-TXN-CNT       PIC 9(07)  VALUE ZERO.
           05 WS-CASE-CNT            PIC 9(07)  VALUE ZERO.
           05 WS-AMT-ED              PIC Z(12)9.99.
           05 WS-THR-ED              PIC Z(12)9.99.
           05 WS-CNT-ED              PIC Z(04)9.
         01  WS-DTD-AREA.
           05 WS-DTD-DATE            PIC 9(08).
           05 WS-DTD-DATE-R REDEFINES WS-DTD-DATE.
              10 WS-DTD-YYYY         PIC 9(04).
              10 WS-DTD-MM           PIC 9(02).
              10 WS-DTD-DD           PIC 9(02).
           05 WS-DTD-A               PIC 9(01).
           05 WS-DTD-Y               PIC 9(05).
           05 WS-DTD-M               PIC 9(02).
           05 WS-DTD-W1              PIC 9(08).
           05 WS-DTD-W2              PIC 9(08).
           05 WS-DTD-W3              PIC 9(08).
           05 WS-DTD-W4              PIC 9(08).
           05 WS-DTD-DAYS            PIC 9(08).
           05 WS-RUN-DAYS            PIC 9(08).
         01  WS-THR-AREA.
           05 WS-THR-CNT             PIC 9(05) COMP.
           05 WS-THR-TABLE.
              10 WS-THR-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON WS-THR-CNT
                               INDEXED BY WS-THR-IDX.
                 15 WS-THR-DVZ         PIC X(03).
                 15 WS-THR-AMT         PIC 9(10)V99.
                 15 WS-THR-BAND-LOW    PIC 9(10)V99.
         01  WS-UNM-AREA.
           05 WS-UNM-CNT             PIC 9(05) COMP.
           05 WS-UNM-TABLE.
              10 WS-UNM-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON WS-UNM-CNT
                               INDEXED BY WS-UNM-IDX.
                 15 WS-UNM-DVZ         PIC X(03).
                 15 WS-UNM-TXN         PIC 9(07).
         01  WS-ACC-AREA.
           05 WS-ACC-CNT             PIC 9(05) COMP.
           05 WS-ACC-TABLE.
              10 WS-ACC-ENTRY OCCURS 1 TO 20000 TIMES
                               DEPENDING ON WS-ACC-CNT
                               INDEXED BY WS-ACC-IDX.
                 15 WS-ACC-KEY         PIC X(08).
                 15 WS-ACC-TXN         PIC 9(05).
                 15 WS-ACC-TODAY       PIC 9(05).
                 15 WS-ACC-TOTAL       PIC 9(13)V99.
                 15 WS-ACC-FIRST       PIC 9(08).
                 15 WS-ACC-LAST        PIC 9(08).
                 15 WS-ACC-BRANCH      PIC X(04).
                 15 WS-ACC-CHANNEL     PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM M100-OPEN-FILES.
           PERFORM M200-SCAN-OUTPUT THRU M200-END
              UNTIL OUT-EOF.
           PERFORM M300-SCAN-HISTORY THRU M300-END
              UNTIL HIST-EOF.
           PERFORM M400-PRINT-STRUCT-HEADING THRU M400-END.
           PERFORM M410-CHECK-STRUCTURING THRU M410-END
              VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > WS-ACC-CNT.
           PERFORM M500-WRAP-UP THRU M500-END.
           PERFORM M999-PROGRAM-EXIT.

       M100-OPEN-FILES.
           MOVE ZERO TO WS-THR-CNT.
           MOVE ZERO TO WS-UNM-CNT.
           MOVE ZERO TO WS-ACC-CNT.
           PERFORM M105-READ-PARMS THRU M105-END.
           OPEN INPUT GL-FILE.
           READ GL-FILE
               AT END SET GL-EOF TO TRUE
           END-READ.
           IF GL-EOF
              DISPLAY 'HMWRK011 - RUN DATE NOT AVAILABLE, GLEXTR EMPTY'
              MOVE 16 TO RETURN-CODE
              PERFORM M999-PROGRAM-EXIT
           END-IF.
           MOVE GL-RUN-DATE TO WS-RUN-DATE.
           CLOSE GL-FILE.
           MOVE WS-RUN-DATE TO WS-DTD-DATE.
           PERFORM M180-DATE-TO-DAYS THRU M180-END.
           MOVE WS-DTD-DAYS TO WS-RUN-DAYS.
           OPEN INPUT  OUT-FILE.
           OPEN INPUT  HIST-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT CASE-FILE.
           READ OUT-FILE
               AT END SET OUT-EOF TO TRUE
           END-READ.
           READ HIST-FILE
               AT END SET HIST-EOF TO TRUE
           END-READ.
           PERFORM M110-PRINT-HEADING THRU M110-END.
       M100-END. EXIT.

       M105-READ-PARMS.
           OPEN INPUT PARM-FILE.
           IF NOT PARM-SUCCESS
              GO TO M105-END
           END-IF
           READ PARM-FILE
               AT END SET PARM-EOF TO TRUE
           END-READ
           PERFORM M106-APPLY-PARM THRU M106-END
              UNTIL PARM-EOF
           CLOSE PARM-FILE
           PERFORM M108-SET-BAND THRU M108-END
              VARYING WS-THR-SUB FROM 1 BY 1
              UNTIL WS-THR-SUB > WS-THR-CNT.
       M105-END. EXIT.

       M106-APPLY-PARM.
           EVALUATE PARM-KEYWORD
               WHEN 'LVTHRESH'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(4:12) NOT NUMERIC
                     OR PARM-VALUE(4:12) = '000000000000'
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
                  MOVE PARM-VALUE(1:3) TO WS-DVZ-WK
                  PERFORM M210-FIND-THRESHOLD THRU M210-END
                  IF WS-THR-FND NOT = ZERO
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
                  IF WS-THR-CNT NOT < 200
                     DISPLAY 'HMWRK011 - THRESHOLD TABLE EXCEEDED'
                     MOVE 16 TO RETURN-CODE
                     PERFORM M999-PROGRAM-EXIT
                  END-IF
                  MOVE PARM-VALUE(4:12) TO WS-PARM-AMT-X
                  ADD  1 TO WS-THR-CNT
                  MOVE WS-DVZ-WK   TO WS-THR-DVZ(WS-THR-CNT)
                  MOVE WS-PARM-AMT TO WS-THR-AMT(WS-THR-CNT)
               WHEN 'STRCTDAY'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
                  MOVE PARM-VALUE(1:3) TO WS-WINDOW-DAYS
               WHEN 'STRCTPCT'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     OR PARM-VALUE(1:3) > '099'
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
                  MOVE PARM-VALUE(1:3) TO WS-BAND-PCT
               WHEN 'HISTDAYS'
                  IF PARM-VALUE(1:5) NOT NUMERIC
                     OR PARM-VALUE(1:5) = '00000'
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
                  MOVE PARM-VALUE(1:5) TO WS-HIST-DAYS
               WHEN 'CKPTINT '
               WHEN 'DORMDAYS'
                  IF PARM-VALUE(1:5) NOT NUMERIC
                     OR PARM-VALUE(1:5) = '00000'
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
               WHEN 'FEEACCT '
                  IF PARM-VALUE(1:5) NOT NUMERIC
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
               WHEN 'PAGESIZE'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) < '004'
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
               WHEN 'SUSPESC '
               WHEN 'SPLIT1  '
               WHEN 'SPLIT2  '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
               WHEN 'NOSTRO  '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     OR PARM-VALUE(4:5) NOT NUMERIC
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
               WHEN 'DATEOVRD'
                  IF PARM-VALUE(1:8) NOT NUMERIC
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
               WHEN 'BASECCY '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
               WHEN SPACES
                  CONTINUE
               WHEN OTHER
                  IF PARM-KEYWORD(1:1) NOT = '*'
                     PERFORM M107-BAD-PARM THRU M107-END
                  END-IF
           END-EVALUATE
           READ PARM-FILE
               AT END SET PARM-EOF TO TRUE
           END-READ.
       M106-END. EXIT.

       M107-BAD-PARM.
           DISPLAY 'HMWRK011 - INVALID RUN PARAMETER CARD'
           DISPLAY PARM-REC
           MOVE 16 TO RETURN-CODE
           PERFORM M999-PROGRAM-EXIT.
       M107-END. EXIT.

       M108-SET-BAND.
           COMPUTE WS-THR-BAND-LOW(WS-THR-SUB) ROUNDED =
                   WS-THR-AMT(WS-THR-SUB) * WS-BAND-PCT / 100.
       M108-END. EXIT.

       M110-PRINT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'HMWRK011 LARGE-VALUE AND STRUCTURING REPORT  '
                  'RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'STRUCTURING WINDOW DAYS..: ' WS-WINDOW-DAYS
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'JUST-UNDER BAND PERCENT..: ' WS-BAND-PCT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-WINDOW-DAYS > WS-HIST-DAYS
              MOVE SPACES TO RPT-REC
              STRING 'WARNING - WINDOW EXCEEDS HISTDAYS ' WS-HIST-DAYS
                     ', HISTORY IS SHORTER THAN THE WINDOW'
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-THR-CNT = ZERO
              MOVE 'WARNING - NO LVTHRESH CARDS, NOTHING MONITORED'
                TO RPT-REC
              WRITE RPT-REC
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM M115-PRINT-THRESHOLD THRU M115-END
              VARYING WS-THR-SUB FROM 1 BY 1
              UNTIL WS-THR-SUB > WS-THR-CNT
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'LARGE-VALUE TRANSACTIONS' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'T    ID    DVZ ' '          AMOUNT'
                  ' ' '       THRESHOLD' ' BRCH C D'
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       M110-END. EXIT.

       M115-PRINT-THRESHOLD.
           MOVE WS-THR-AMT(WS-THR-SUB)      TO WS-THR-ED
           MOVE WS-THR-BAND-LOW(WS-THR-SUB) TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'THRESHOLD DVZ ' WS-THR-DVZ(WS-THR-SUB)
                  '.........: ' WS-THR-ED
                  '  BAND FROM ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       M115-END. EXIT.

       M180-DATE-TO-DAYS.
           COMPUTE WS-DTD-A  = (14 - WS-DTD-MM) / 12
           COMPUTE WS-DTD-Y  = WS-DTD-YYYY + 4800 - WS-DTD-A
           COMPUTE WS-DTD-M  = WS-DTD-MM + (12 * WS-DTD-A) - 3
           COMPUTE WS-DTD-W1 = (153 * WS-DTD-M + 2) / 5
           COMPUTE WS-DTD-W2 = WS-DTD-Y / 4
           COMPUTE WS-DTD-W3 = WS-DTD-Y / 100
           COMPUTE WS-DTD-W4 = WS-DTD-Y / 400
           COMPUTE WS-DTD-DAYS = WS-DTD-DD + WS-DTD-W1
                               + (365 * WS-DTD-Y) + WS-DTD-W2
                               - WS-DTD-W3 + WS-DTD-W4
                               - 32045.
       M180-END. EXIT.

       M200-SCAN-OUTPUT.
           ADD  1 TO WS-OUT-READ-CNT
           IF OUT-ISLEM-TIPI NOT = '3' AND OUT-ISLEM-TIPI NOT = '5'
              GO TO M200-NEXT
           END-IF
           IF OUT-RETURN-CODE NOT = '00' AND OUT-RETURN-CODE NOT = '47'
              GO TO M200-NEXT
           END-IF
           IF OUT-ISLEM-TIPI = '3'
              AND OUT-ACIKLAMA = 'DAILY INTEREST ACCRUAL'
              GO TO M200-NEXT
           END-IF
           ADD  1 TO WS-TXN-CHECKED-CNT
           MOVE OUT-DVZ TO WS-DVZ-WK
           PERFORM M210-FIND-THRESHOLD THRU M210-END
           IF WS-THR-FND = ZERO
              PERFORM M220-NOTE-UNMONITORED THRU M220-END
              GO TO M200-NEXT
           END-IF
           IF OUT-AMOUNT NOT < WS-THR-AMT(WS-THR-FND)
              PERFORM M230-FLAG-LARGE THRU M230-END
              GO TO M200-NEXT
           END-IF
           IF OUT-AMOUNT NOT < WS-THR-BAND-LOW(WS-THR-FND)
              MOVE OUT-ID      TO WS-ACC-KEY-WK(1:5)
              MOVE OUT-DVZ     TO WS-ACC-KEY-WK(6:3)
              MOVE WS-RUN-DATE TO WS-ACC-DATE-WK
              MOVE OUT-AMOUNT  TO WS-ACC-AMT-WK
              MOVE 'Y'         TO WS-ACC-TODAY-SW
              PERFORM M240-ADD-CANDIDATE THRU M240-END
              MOVE OUT-BRANCH  TO WS-ACC-BRANCH(WS-ACC-FND)
              MOVE OUT-CHANNEL TO WS-ACC-CHANNEL(WS-ACC-FND)
           END-IF.
       M200-NEXT.
           READ OUT-FILE
               AT END SET OUT-EOF TO TRUE
           END-READ.
       M200-END. EXIT.

       M210-FIND-THRESHOLD.
           MOVE ZERO TO WS-THR-FND
           IF WS-THR-CNT = ZERO
              GO TO M210-END
           END-IF
           SET WS-THR-IDX TO 1
           SEARCH WS-THR-ENTRY
              AT END
                 CONTINUE
              WHEN WS-THR-DVZ(WS-THR-IDX) = WS-DVZ-WK
                 SET WS-THR-FND TO WS-THR-IDX
           END-SEARCH.
       M210-END. EXIT.

       M220-NOTE-UNMONITORED.
           ADD  1 TO WS-UNMON-TXN-CNT
           IF WS-UNM-CNT > ZERO
              SET WS-UNM-IDX TO 1
              SEARCH WS-UNM-ENTRY
                 AT END
                    PERFORM M225-ADD-UNMONITORED THRU M225-END
                 WHEN WS-UNM-DVZ(WS-UNM-IDX) = WS-DVZ-WK
                    ADD 1 TO WS-UNM-TXN(WS-UNM-IDX)
              END-SEARCH
           ELSE
              PERFORM M225-ADD-UNMONITORED THRU M225-END
           END-IF.
       M220-END. EXIT.

       M225-ADD-UNMONITORED.
           IF WS-UNM-CNT NOT < 200
              GO TO M225-END
           END-IF
           ADD  1 TO WS-UNM-CNT
           MOVE WS-DVZ-WK TO WS-UNM-DVZ(WS-UNM-CNT)
           MOVE 1         TO WS-UNM-TXN(WS-UNM-CNT).
       M225-END. EXIT.

       M230-FLAG-LARGE.
           ADD  1 TO WS-LARGE-CNT
           MOVE OUT-AMOUNT              TO WS-AMT-ED
           MOVE WS-THR-AMT(WS-THR-FND)  TO WS-THR-ED
           MOVE SPACES TO RPT-REC
           STRING OUT-ISLEM-TIPI '    ' OUT-ID ' ' OUT-DVZ ' '
                  WS-AMT-ED ' ' WS-THR-ED ' '
                  OUT-BRANCH ' ' OUT-CHANNEL ' ' OUT-DRCR
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES                  TO CASE-REC
           MOVE 'L'                     TO CASE-TYPE
           MOVE WS-RUN-DATE             TO CASE-RUN-DATE
           MOVE OUT-ID                  TO CASE-ID
           MOVE OUT-DVZ                 TO CASE-DVZ
           MOVE OUT-ISLEM-TIPI          TO CASE-TIPI
           MOVE OUT-AMOUNT              TO CASE-AMOUNT
           MOVE 1                       TO CASE-COUNT
           MOVE WS-THR-AMT(WS-THR-FND)  TO CASE-THRESHOLD
           MOVE WS-RUN-DATE             TO CASE-FIRST-DATE
           MOVE WS-RUN-DATE             TO CASE-LAST-DATE
           MOVE OUT-BRANCH              TO CASE-BRANCH
           MOVE OUT-CHANNEL             TO CASE-CHANNEL
           MOVE 'O'                     TO CASE-STATUS
           WRITE CASE-REC
           ADD  1 TO WS-CASE-CNT.
       M230-END. EXIT.

       M240-ADD-CANDIDATE.
           MOVE ZERO TO WS-ACC-FND
           IF WS-ACC-CNT > ZERO
              SET WS-ACC-IDX TO 1
              SEARCH WS-ACC-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-ACC-KEY(WS-ACC-IDX) = WS-ACC-KEY-WK
                    SET WS-ACC-FND TO WS-ACC-IDX
              END-SEARCH
           END-IF
           IF WS-ACC-FND = ZERO
              IF WS-ACC-CNT NOT < 20000
                 DISPLAY 'HMWRK011 - CANDIDATE TABLE EXCEEDED'
                 MOVE 16 TO RETURN-CODE
                 PERFORM M999-PROGRAM-EXIT
              END-IF
              ADD  1 TO WS-ACC-CNT
              MOVE WS-ACC-CNT     TO WS-ACC-FND
              MOVE WS-ACC-KEY-WK  TO WS-ACC-KEY(WS-ACC-FND)
              MOVE ZERO           TO WS-ACC-TXN(WS-ACC-FND)
              MOVE ZERO           TO WS-ACC-TODAY(WS-ACC-FND)
              MOVE ZERO           TO WS-ACC-TOTAL(WS-ACC-FND)
              MOVE WS-ACC-DATE-WK TO WS-ACC-FIRST(WS-ACC-FND)
              MOVE WS-ACC-DATE-WK TO WS-ACC-LAST(WS-ACC-FND)
              MOVE SPACES         TO WS-ACC-BRANCH(WS-ACC-FND)
              MOVE SPACE          TO WS-ACC-CHANNEL(WS-ACC-FND)
           END-IF
           ADD  1             TO WS-ACC-TXN(WS-ACC-FND)
           ADD  WS-ACC-AMT-WK TO WS-ACC-TOTAL(WS-ACC-FND)
           IF WS-ACC-TODAY-SW = 'Y'
              ADD 1 TO WS-ACC-TODAY(WS-ACC-FND)
           END-IF
           IF WS-ACC-DATE-WK < WS-ACC-FIRST(WS-ACC-FND)
              MOVE WS-ACC-DATE-WK TO WS-ACC-FIRST(WS-ACC-FND)
           END-IF
           IF WS-ACC-DATE-WK > WS-ACC-LAST(WS-ACC-FND)
              MOVE WS-ACC-DATE-WK TO WS-ACC-LAST(WS-ACC-FND)
           END-IF.
       M240-END. EXIT.

       M300-SCAN-HISTORY.
           ADD  1 TO WS-HIST-READ-CNT
           IF HIST-TIPI NOT = '3' AND HIST-TIPI NOT = '5'
              GO TO M300-NEXT
           END-IF
           IF HIST-TIPI = '3' AND HIST-DRCR = SPACE
              GO TO M300-NEXT
           END-IF
           IF HIST-REVERSED = 'Y'
              GO TO M300-NEXT
           END-IF
           IF HIST-RUN-DATE NOT < WS-RUN-DATE
              GO TO M300-NEXT
           END-IF
           MOVE HIST-RUN-DATE TO WS-DTD-DATE
           PERFORM M180-DATE-TO-DAYS THRU M180-END
           COMPUTE WS-HIST-AGE = WS-RUN-DAYS - WS-DTD-DAYS
           IF WS-HIST-AGE NOT < WS-WINDOW-DAYS
              GO TO M300-NEXT
           END-IF
           ADD  1 TO WS-HIST-WINDOW-CNT
           MOVE HIST-DVZ TO WS-DVZ-WK
           PERFORM M210-FIND-THRESHOLD THRU M210-END
           IF WS-THR-FND = ZERO
              GO TO M300-NEXT
           END-IF
           IF HIST-AMOUNT < WS-THR-AMT(WS-THR-FND)
              AND HIST-AMOUNT NOT < WS-THR-BAND-LOW(WS-THR-FND)
              MOVE HIST-ID       TO WS-ACC-KEY-WK(1:5)
              MOVE HIST-DVZ      TO WS-ACC-KEY-WK(6:3)
              MOVE HIST-RUN-DATE TO WS-ACC-DATE-WK
              MOVE HIST-AMOUNT   TO WS-ACC-AMT-WK
              MOVE 'N'           TO WS-ACC-TODAY-SW
              PERFORM M240-ADD-CANDIDATE THRU M240-END
           END-IF.
       M300-NEXT.
           READ HIST-FILE
               AT END SET HIST-EOF TO TRUE
           END-READ.
       M300-END. EXIT.

       M400-PRINT-STRUCT-HEADING.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'POSSIBLE STRUCTURING (' WS-WINDOW-DAYS
                  ' DAY WINDOW)'
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ID    DVZ   CNT ' '           TOTAL'
                  ' ' '       THRESHOLD' ' FIRST    LAST'
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       M400-END. EXIT.

       M410-CHECK-STRUCTURING.
           IF WS-ACC-TXN(WS-ACC-SUB) < 2
              OR WS-ACC-TODAY(WS-ACC-SUB) = ZERO
              GO TO M410-END
           END-IF
           MOVE WS-ACC-KEY(WS-ACC-SUB)(6:3) TO WS-DVZ-WK
           PERFORM M210-FIND-THRESHOLD THRU M210-END
           IF WS-ACC-TOTAL(WS-ACC-SUB) NOT > WS-THR-AMT(WS-THR-FND)
              GO TO M410-END
           END-IF
           ADD  1 TO WS-STRUCT-CNT
           MOVE WS-ACC-TXN(WS-ACC-SUB)   TO WS-CNT-ED
           MOVE WS-ACC-TOTAL(WS-ACC-SUB) TO WS-AMT-ED
           MOVE WS-THR-AMT(WS-THR-FND)   TO WS-THR-ED
           MOVE SPACES TO RPT-REC
           STRING WS-ACC-KEY(WS-ACC-SUB)(1:5) ' '
                  WS-ACC-KEY(WS-ACC-SUB)(6:3) ' '
                  WS-CNT-ED ' ' WS-AMT-ED ' ' WS-THR-ED ' '
                  WS-ACC-FIRST(WS-ACC-SUB) ' '
                  WS-ACC-LAST(WS-ACC-SUB)
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES                     TO CASE-REC
           MOVE 'S'                        TO CASE-TYPE
           MOVE WS-RUN-DATE                TO CASE-RUN-DATE
           MOVE WS-ACC-KEY(WS-ACC-SUB)(1:5) TO CASE-ID
           MOVE WS-ACC-KEY(WS-ACC-SUB)(6:3) TO CASE-DVZ
           MOVE SPACE                      TO CASE-TIPI
           MOVE WS-ACC-TOTAL(WS-ACC-SUB)   TO CASE-AMOUNT
           MOVE WS-ACC-TXN(WS-ACC-SUB)     TO CASE-COUNT
           MOVE WS-THR-AMT(WS-THR-FND)     TO CASE-THRESHOLD
           MOVE WS-ACC-FIRST(WS-ACC-SUB)   TO CASE-FIRST-DATE
           MOVE WS-ACC-LAST(WS-ACC-SUB)    TO CASE-LAST-DATE
           MOVE WS-ACC-BRANCH(WS-ACC-SUB)  TO CASE-BRANCH
           MOVE WS-ACC-CHANNEL(WS-ACC-SUB) TO CASE-CHANNEL
           MOVE 'O'                        TO CASE-STATUS
           WRITE CASE-REC
           ADD  1 TO WS-CASE-CNT.
       M410-END. EXIT.

       M500-WRAP-UP.
           IF WS-UNM-CNT > ZERO
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
              MOVE 'CURRENCIES WITHOUT A THRESHOLD (NOT MONITORED)'
                TO RPT-REC
              WRITE RPT-REC
              PERFORM M510-PRINT-UNMONITORED THRU M510-END
                 VARYING WS-UNM-SUB FROM 1 BY 1
                 UNTIL WS-UNM-SUB > WS-UNM-CNT
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'OUTPUT RECORDS READ......: ' WS-OUT-READ-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'HISTORY RECORDS READ.....: ' WS-HIST-READ-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'HISTORY IN WINDOW........: ' WS-HIST-WINDOW-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'TODAY TRANSACTIONS CHECKD: ' WS-TXN-CHECKED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'LARGE-VALUE ITEMS........: ' WS-LARGE-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'STRUCTURING ACCOUNTS.....: ' WS-STRUCT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'UNMONITORED TRANSACTIONS.: ' WS-UNMON-TXN-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'CASES WRITTEN............: ' WS-CASE-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           CLOSE OUT-FILE
                 HIST-FILE
                 RPT-FILE
                 CASE-FILE.
       M500-END. EXIT.

       M510-PRINT-UNMONITORED.
           MOVE SPACES TO RPT-REC
           STRING 'DVZ ' WS-UNM-DVZ(WS-UNM-SUB)
                  ' TRANSACTIONS..........: ' WS-UNM-TXN(WS-UNM-SUB)
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       M510-END. EXIT.

       M999-PROGRAM-EXIT.
           STOP RUN.
       M999-END. EXIT.
