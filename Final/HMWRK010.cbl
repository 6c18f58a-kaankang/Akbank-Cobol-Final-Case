       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK010.
       AUTHOR.     KAAN KANIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-FILE  ASSIGN TO OUTFILE
                            STATUS OUT-ST.
           SELECT OPTIONAL PREV-FILE ASSIGN TO PREVOUT
                            STATUS PREV-ST.
           SELECT GLP-FILE  ASSIGN TO GLPREV
                            STATUS GLP-ST.
           SELECT GL-FILE   ASSIGN TO GLEXTR
                            STATUS GL-ST.
           SELECT RPT-FILE  ASSIGN TO RPTFILE
                            STATUS RPT-ST.
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
       FD  PREV-FILE RECORDING MODE F.
       01  PREV-REC.
           05 PREV-ISLEM-TIPI         PIC X(01).
           05 PREV-ID                 PIC X(05).
           05 PREV-DVZ                PIC X(03).
           05 PREV-RETURN-CODE        PIC X(02).
           05 PREV-ACIKLAMA           PIC X(60).
           05 PREV-FROM               PIC X(15).
           05 PREV-TO                 PIC X(15).
           05 PREV-AMOUNT             PIC 9(11)V99.
           05 PREV-VALUE-DATE         PIC X(08).
           05 PREV-FEE-AMOUNT         PIC 9(11)V99.
           05 PREV-DRCR               PIC X(01).
           05 PREV-BRANCH             PIC X(04).
           05 PREV-CHANNEL            PIC X(01).
       FD  GLP-FILE RECORDING MODE F.
       01  GLP-REC.
           05 GLP-KEY.
              10 GLP-ID                   PIC 9(05).
              10 GLP-DVZ                  PIC 9(03).
           05 GLP-BALANCE                 PIC 9(11)V99.
           05 GLP-RUN-DATE                PIC 9(08).
           05 FILLER                      PIC X(11).
       FD  GL-FILE RECORDING MODE F.
       01  GL-REC.
           05 GL-KEY.
              10 GL-ID                    PIC 9(05).
              10 GL-DVZ                   PIC 9(03).
           05 GL-BALANCE                  PIC 9(11)V99.
           05 GL-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(11).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                      PIC X(80).
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
           05 PREV-ST                PIC 9(02).
              88 PREV-EOF                       VALUE 10.
              88 PREV-SUCCESS                   VALUE 00 05 97.
           05 GLP-ST                 PIC 9(02).
              88 GLP-EOF                        VALUE 10.
              88 GLP-SUCCESS                    VALUE 00 97.
           05 GL-ST                  PIC 9(02).
              88 GL-EOF                         VALUE 10.
              88 GL-SUCCESS                     VALUE 00 97.
           05 RPT-ST                 PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00 97.
           05 PARM-ST                PIC 9(02).
              88 PARM-EOF                       VALUE 10.
              88 PARM-SUCCESS                   VALUE 00 05 97.
           05 WS-FEE-ACCT-ID         PIC X(05)  VALUE '99999'.
           05 WS-SPLIT-1             PIC X(03)  VALUE '400'.
           05 WS-SPLIT-2             PIC X(03)  VALUE '700'.
           05 WS-RUN-DATE            PIC 9(08)  VALUE ZERO.
           05 WS-PREV-RUN-DATE       PIC 9(08)  VALUE ZERO.
           05 WS-OUT-TIPI            PIC 9(01).
           05 WS-MVT-KEY-WK          PIC X(08).
           05 WS-MVT-SIGN-WK         PIC X(01).
           05 WS-MVT-AMT-WK          PIC 9(11)V99.
           05 WS-TO-DVZ-WK           PIC X(03).
           05 WS-DVZ-WK              PIC X(03).
           05 WS-DVZ-STRM            PIC 9(01).
           05 WS-FROM-STRM           PIC 9(01).
           05 WS-CR-AMT-X            PIC X(14).
           05 WS-CR-AMT-ED REDEFINES WS-CR-AMT-X
                                     PIC Z(10)9.99.
           05 WS-CR-AMT-WK           PIC 9(11)V99.
           05 WS-POS-SUB             PIC 9(05).
           05 WS-ORPH-SUB            PIC 9(05).
           05 WS-CCY-SUB             PIC 9(05).
           05 WS-CCY-FND             PIC 9(05).
           05 WS-EXPECT-AMT          PIC S9(13)V99.
           05 WS-DIFF-AMT            PIC S9(13)V99.
           05 WS-POS-READ-CNT        PIC 9(07)  VALUE ZERO.
           05 WS-PREV-READ-CNT       PIC 9(07)  VALUE ZERO.
           05 WS-OUT-READ-CNT        PIC 9(07)  VALUE ZERO.
           05 WS-MVT-APPLIED-CNT     PIC 9(07)  VALUE ZERO.
           05 WS-ACCR-CNT            PIC 9(07)  VALUE ZERO.
           05 WS-FEE-CNT             PIC 9(07)  VALUE ZERO.
           05 WS-BACKOUT-CNT         PIC 9(07)  VALUE ZERO.
           05 WS-TRANSIT-OUT-CNT     PIC 9(07)  VALUE ZERO.
           05 WS-TRANSIT-IN-CNT      PIC 9(07)  VALUE ZERO.
           05 WS-XDVZ-UNRES-CNT      PIC 9(07)  VALUE ZERO.
           05 WS-PROVED-CNT          PIC 9(07)  VALUE ZERO.
           05 WS-EXCEPT-CNT          PIC 9(07)  VALUE ZERO.
           05 WS-ORPHAN-CNT          PIC 9(07)  VALUE ZERO.
           05 WS-AMT-ED              PIC -(12)9.99.
           05 WS-AMT-ED2             PIC -(12)9.99.
           05 WS-AMT-ED3             PIC -(12)9.99.
           05 WS-AMT-ED4             PIC -(12)9.99.
         01  WS-POS-AREA.
           05 WS-POS-CNT             PIC 9(05) COMP.
           05 WS-POS-TABLE.
              10 WS-POS-ENTRY OCCURS 1 TO 50000 TIMES
                               DEPENDING ON WS-POS-CNT
                               ASCENDING KEY IS WS-POS-KEY
                               INDEXED BY WS-POS-IDX.
                 15 WS-POS-KEY         PIC X(08).
                 15 WS-POS-OPEN        PIC 9(11)V99.
                 15 WS-POS-CLOSE       PIC 9(11)V99.
                 15 WS-POS-MVT         PIC S9(13)V99.
         01  WS-ORPH-AREA.
           05 WS-ORPH-CNT            PIC 9(05) COMP.
           05 WS-ORPH-TABLE.
              10 WS-ORPH-ENTRY OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-ORPH-CNT
                               INDEXED BY WS-ORPH-IDX.
                 15 WS-ORPH-KEY        PIC X(08).
                 15 WS-ORPH-MVT        PIC S9(13)V99.
         01  WS-CCY-AREA.
           05 WS-CCY-CNT             PIC 9(05) COMP.
           05 WS-CCY-TABLE.
              10 WS-CCY-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON WS-CCY-CNT
                               INDEXED BY WS-CCY-IDX.
                 15 WS-CCY-DVZ         PIC X(03).
                 15 WS-CCY-OPEN        PIC S9(15)V99.
                 15 WS-CCY-MVT         PIC S9(15)V99.
                 15 WS-CCY-CLOSE       PIC S9(15)V99.
                 15 WS-CCY-TRANSIT     PIC S9(15)V99.
                 15 WS-CCY-CARRIED     PIC S9(15)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM B100-OPEN-FILES.
           PERFORM B200-LOAD-POSITION THRU B200-END
              UNTIL GLP-EOF AND GL-EOF.
           PERFORM B300-LOAD-MOVEMENT THRU B300-END
              UNTIL OUT-EOF.
           PERFORM B350-LOAD-CARRIED-IN THRU B350-END
              UNTIL PREV-EOF.
           PERFORM B400-PROVE-POSITION THRU B400-END
              VARYING WS-POS-SUB FROM 1 BY 1
              UNTIL WS-POS-SUB > WS-POS-CNT.
           PERFORM B450-PRINT-ORPHAN THRU B450-END
              VARYING WS-ORPH-SUB FROM 1 BY 1
              UNTIL WS-ORPH-SUB > WS-ORPH-CNT.
           PERFORM B500-PRINT-CONTROLS THRU B500-END.
           PERFORM B600-WRAP-UP THRU B600-END.
           PERFORM B999-PROGRAM-EXIT.

       B100-OPEN-FILES.
           PERFORM B105-READ-PARMS THRU B105-END.
           OPEN INPUT  GLP-FILE.
           OPEN INPUT  GL-FILE.
           OPEN INPUT  OUT-FILE.
           OPEN INPUT  PREV-FILE.
           OPEN OUTPUT RPT-FILE.
           MOVE ZERO TO WS-POS-CNT.
           MOVE ZERO TO WS-ORPH-CNT.
           MOVE ZERO TO WS-CCY-CNT.
           READ GLP-FILE
               AT END SET GLP-EOF TO TRUE
           END-READ.
           IF NOT GLP-EOF
              MOVE GLP-RUN-DATE TO WS-PREV-RUN-DATE
           END-IF.
           READ GL-FILE
               AT END SET GL-EOF TO TRUE
           END-READ.
           IF NOT GL-EOF
              MOVE GL-RUN-DATE TO WS-RUN-DATE
           END-IF.
           READ OUT-FILE
               AT END SET OUT-EOF TO TRUE
           END-READ.
           IF NOT PREV-SUCCESS
              SET PREV-EOF TO TRUE
           ELSE
              READ PREV-FILE
                  AT END SET PREV-EOF TO TRUE
              END-READ
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'HMWRK010 BALANCE ROLL-FORWARD PROOF  RUN DATE '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'OPENING POSITIONS AS OF..: ' WS-PREV-RUN-DATE
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
       B100-END. EXIT.

       B105-READ-PARMS.
           OPEN INPUT PARM-FILE.
           IF NOT PARM-SUCCESS
              GO TO B105-END
           END-IF
           READ PARM-FILE
               AT END SET PARM-EOF TO TRUE
           END-READ
           PERFORM B106-APPLY-PARM THRU B106-END
              UNTIL PARM-EOF
           CLOSE PARM-FILE
           IF WS-SPLIT-1 NOT < WS-SPLIT-2
              DISPLAY 'HMWRK010 - SPLIT BOUNDARIES OUT OF ORDER'
              MOVE 16 TO RETURN-CODE
              PERFORM B999-PROGRAM-EXIT
           END-IF.
       B105-END. EXIT.

       B106-APPLY-PARM.
           EVALUATE PARM-KEYWORD
               WHEN 'FEEACCT '
                  IF PARM-VALUE(1:5) NOT NUMERIC
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
                  MOVE PARM-VALUE(1:5) TO WS-FEE-ACCT-ID
               WHEN 'SPLIT1  '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
                  MOVE PARM-VALUE(1:3) TO WS-SPLIT-1
               WHEN 'SPLIT2  '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
                  MOVE PARM-VALUE(1:3) TO WS-SPLIT-2
               WHEN 'CKPTINT '
               WHEN 'DORMDAYS'
               WHEN 'HISTDAYS'
                  IF PARM-VALUE(1:5) NOT NUMERIC
                     OR PARM-VALUE(1:5) = '00000'
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
               WHEN 'PAGESIZE'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) < '004'
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
               WHEN 'SUSPESC '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
               WHEN 'LVTHRESH'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(4:12) NOT NUMERIC
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
               WHEN 'NOSTRO  '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     OR PARM-VALUE(4:5) NOT NUMERIC
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
               WHEN 'DATEOVRD'
                  IF PARM-VALUE(1:8) NOT NUMERIC
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
               WHEN 'BASECCY '
               WHEN 'STRCTDAY'
               WHEN 'STRCTPCT'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
               WHEN SPACES
                  CONTINUE
               WHEN OTHER
                  IF PARM-KEYWORD(1:1) NOT = '*'
                     PERFORM B107-BAD-PARM THRU B107-END
                  END-IF
           END-EVALUATE
           READ PARM-FILE
               AT END SET PARM-EOF TO TRUE
           END-READ.
       B106-END. EXIT.

       B107-BAD-PARM.
           DISPLAY 'HMWRK010 - INVALID RUN PARAMETER CARD'
           DISPLAY PARM-REC
           MOVE 16 TO RETURN-CODE
           PERFORM B999-PROGRAM-EXIT.
       B107-END. EXIT.

       B200-LOAD-POSITION.
           IF GL-EOF
              OR (NOT GLP-EOF AND GLP-KEY < GL-KEY)
              MOVE GLP-KEY     TO WS-MVT-KEY-WK
              PERFORM B210-ADD-POSITION THRU B210-END
              ADD  GLP-BALANCE TO WS-POS-OPEN(WS-POS-CNT)
              READ GLP-FILE
                  AT END SET GLP-EOF TO TRUE
              END-READ
              GO TO B200-END
           END-IF
           IF GLP-EOF OR GL-KEY < GLP-KEY
              MOVE GL-KEY      TO WS-MVT-KEY-WK
              PERFORM B210-ADD-POSITION THRU B210-END
              ADD  GL-BALANCE  TO WS-POS-CLOSE(WS-POS-CNT)
              READ GL-FILE
                  AT END SET GL-EOF TO TRUE
              END-READ
              GO TO B200-END
           END-IF
           MOVE GL-KEY      TO WS-MVT-KEY-WK
           PERFORM B210-ADD-POSITION THRU B210-END
           ADD  GLP-BALANCE TO WS-POS-OPEN(WS-POS-CNT)
           ADD  GL-BALANCE  TO WS-POS-CLOSE(WS-POS-CNT)
           READ GLP-FILE
               AT END SET GLP-EOF TO TRUE
           END-READ
           READ GL-FILE
               AT END SET GL-EOF TO TRUE
           END-READ.
       B200-END. EXIT.

       B210-ADD-POSITION.
           ADD  1 TO WS-POS-READ-CNT
           IF WS-POS-CNT > ZERO
              IF WS-POS-KEY(WS-POS-CNT) = WS-MVT-KEY-WK
                 GO TO B210-END
              END-IF
              IF WS-POS-KEY(WS-POS-CNT) > WS-MVT-KEY-WK
                 DISPLAY 'HMWRK010 - GL EXTRACT OUT OF KEY SEQUENCE'
                 DISPLAY WS-MVT-KEY-WK
                 MOVE 16 TO RETURN-CODE
                 PERFORM B999-PROGRAM-EXIT
              END-IF
           END-IF
           IF WS-POS-CNT NOT < 50000
              DISPLAY 'HMWRK010 - POSITION TABLE EXCEEDS SIZE'
              MOVE 16 TO RETURN-CODE
              PERFORM B999-PROGRAM-EXIT
           END-IF
           ADD  1 TO WS-POS-CNT
           MOVE WS-MVT-KEY-WK TO WS-POS-KEY(WS-POS-CNT)
           MOVE ZERO          TO WS-POS-OPEN(WS-POS-CNT)
           MOVE ZERO          TO WS-POS-CLOSE(WS-POS-CNT)
           MOVE ZERO          TO WS-POS-MVT(WS-POS-CNT).
       B210-END. EXIT.

       B300-LOAD-MOVEMENT.
           ADD  1 TO WS-OUT-READ-CNT
           IF OUT-ISLEM-TIPI NOT NUMERIC
              GO TO B300-NEXT
           END-IF
           MOVE OUT-ISLEM-TIPI TO WS-OUT-TIPI
           EVALUATE WS-OUT-TIPI
               WHEN 3
                  IF OUT-RETURN-CODE = '00' OR '47'
                     IF OUT-DRCR = 'D'
                        MOVE 'D' TO WS-MVT-SIGN-WK
                     ELSE
                        MOVE 'C' TO WS-MVT-SIGN-WK
                     END-IF
                     IF OUT-ACIKLAMA = 'DAILY INTEREST ACCRUAL'
                        ADD 1 TO WS-ACCR-CNT
                     END-IF
                     MOVE OUT-ID     TO WS-MVT-KEY-WK(1:5)
                     MOVE OUT-DVZ    TO WS-MVT-KEY-WK(6:3)
                     MOVE OUT-AMOUNT TO WS-MVT-AMT-WK
                     PERFORM B310-POST-MOVEMENT THRU B310-END
                  END-IF
               WHEN 6
                  IF OUT-RETURN-CODE = '00'
                     IF OUT-DRCR = 'D'
                        MOVE 'C' TO WS-MVT-SIGN-WK
                     ELSE
                        MOVE 'D' TO WS-MVT-SIGN-WK
                     END-IF
                     MOVE OUT-ID     TO WS-MVT-KEY-WK(1:5)
                     MOVE OUT-DVZ    TO WS-MVT-KEY-WK(6:3)
                     MOVE OUT-AMOUNT TO WS-MVT-AMT-WK
                     PERFORM B310-POST-MOVEMENT THRU B310-END
                  END-IF
               WHEN 5
                  PERFORM B320-XFER-LEGS THRU B320-END
               WHEN OTHER
                  CONTINUE
           END-EVALUATE
           IF OUT-FEE-AMOUNT NUMERIC AND OUT-FEE-AMOUNT > ZERO
              ADD  1 TO WS-FEE-CNT
              MOVE 'C'            TO WS-MVT-SIGN-WK
              MOVE WS-FEE-ACCT-ID TO WS-MVT-KEY-WK(1:5)
              MOVE OUT-DVZ        TO WS-MVT-KEY-WK(6:3)
              MOVE OUT-FEE-AMOUNT TO WS-MVT-AMT-WK
              PERFORM B310-POST-MOVEMENT THRU B310-END
           END-IF.
       B300-NEXT.
           READ OUT-FILE
               AT END SET OUT-EOF TO TRUE
           END-READ.
       B300-END. EXIT.

       B310-POST-MOVEMENT.
           ADD  1 TO WS-MVT-APPLIED-CNT
           MOVE WS-MVT-KEY-WK(6:3) TO WS-DVZ-WK
           PERFORM B330-FIND-CCY THRU B330-END
           IF WS-MVT-SIGN-WK = 'D'
              SUBTRACT WS-MVT-AMT-WK FROM WS-CCY-MVT(WS-CCY-FND)
           ELSE
              ADD      WS-MVT-AMT-WK TO   WS-CCY-MVT(WS-CCY-FND)
           END-IF
           IF WS-POS-CNT = ZERO
              GO TO B310-ORPHAN
           END-IF
           SEARCH ALL WS-POS-ENTRY
              AT END
                 GO TO B310-ORPHAN
              WHEN WS-POS-KEY(WS-POS-IDX) = WS-MVT-KEY-WK
                 IF WS-MVT-SIGN-WK = 'D'
                    SUBTRACT WS-MVT-AMT-WK FROM WS-POS-MVT(WS-POS-IDX)
                 ELSE
                    ADD      WS-MVT-AMT-WK TO   WS-POS-MVT(WS-POS-IDX)
                 END-IF
           END-SEARCH
           GO TO B310-END.
       B310-ORPHAN.
           SET WS-ORPH-IDX TO 1
           IF WS-ORPH-CNT > ZERO
              SEARCH WS-ORPH-ENTRY
                 AT END
                    PERFORM B315-ADD-ORPHAN THRU B315-END
                 WHEN WS-ORPH-KEY(WS-ORPH-IDX) = WS-MVT-KEY-WK
                    CONTINUE
              END-SEARCH
           ELSE
              PERFORM B315-ADD-ORPHAN THRU B315-END
           END-IF
           IF WS-MVT-SIGN-WK = 'D'
              SUBTRACT WS-MVT-AMT-WK FROM WS-ORPH-MVT(WS-ORPH-IDX)
           ELSE
              ADD      WS-MVT-AMT-WK TO   WS-ORPH-MVT(WS-ORPH-IDX)
           END-IF.
       B310-END. EXIT.

       B315-ADD-ORPHAN.
           IF WS-ORPH-CNT NOT < 5000
              DISPLAY 'HMWRK010 - ORPHAN TABLE EXCEEDS SIZE'
              MOVE 16 TO RETURN-CODE
              PERFORM B999-PROGRAM-EXIT
           END-IF
           ADD  1 TO WS-ORPH-CNT
           MOVE WS-MVT-KEY-WK TO WS-ORPH-KEY(WS-ORPH-CNT)
           MOVE ZERO          TO WS-ORPH-MVT(WS-ORPH-CNT)
           SET  WS-ORPH-IDX   TO WS-ORPH-CNT.
       B315-END. EXIT.

       B320-XFER-LEGS.
           IF OUT-RETURN-CODE NOT = '00' AND OUT-RETURN-CODE NOT = '31'
              GO TO B320-END
           END-IF
           MOVE 'D'        TO WS-MVT-SIGN-WK
           MOVE OUT-ID     TO WS-MVT-KEY-WK(1:5)
           MOVE OUT-DVZ    TO WS-MVT-KEY-WK(6:3)
           MOVE OUT-AMOUNT TO WS-MVT-AMT-WK
           PERFORM B310-POST-MOVEMENT THRU B310-END
           IF OUT-RETURN-CODE = '31'
              ADD  1 TO WS-BACKOUT-CNT
              IF OUT-ACIKLAMA(24:2) = '00'
                 MOVE 'C' TO WS-MVT-SIGN-WK
                 PERFORM B310-POST-MOVEMENT THRU B310-END
              END-IF
              GO TO B320-END
           END-IF
           IF OUT-TO(6:3) = SPACES
              IF OUT-ACIKLAMA(15:4) = ' RT '
                 ADD 1 TO WS-XDVZ-UNRES-CNT
                 GO TO B320-END
              END-IF
              MOVE OUT-DVZ     TO WS-TO-DVZ-WK
           ELSE
              MOVE OUT-TO(6:3) TO WS-TO-DVZ-WK
           END-IF
           IF OUT-ACIKLAMA(15:4) = ' RT '
              MOVE OUT-ACIKLAMA(43:14) TO WS-CR-AMT-X
              MOVE WS-CR-AMT-ED        TO WS-CR-AMT-WK
           ELSE
              MOVE OUT-AMOUNT          TO WS-CR-AMT-WK
           END-IF
           MOVE OUT-DVZ      TO WS-DVZ-WK
           PERFORM B340-CLASSIFY-DVZ THRU B340-END
           MOVE WS-DVZ-STRM  TO WS-FROM-STRM
           MOVE WS-TO-DVZ-WK TO WS-DVZ-WK
           PERFORM B340-CLASSIFY-DVZ THRU B340-END
           IF WS-DVZ-STRM < WS-FROM-STRM
              ADD  1 TO WS-TRANSIT-OUT-CNT
              PERFORM B330-FIND-CCY THRU B330-END
              ADD  WS-CR-AMT-WK TO WS-CCY-TRANSIT(WS-CCY-FND)
              GO TO B320-END
           END-IF
           MOVE 'C'          TO WS-MVT-SIGN-WK
           MOVE OUT-TO(1:5)  TO WS-MVT-KEY-WK(1:5)
           MOVE WS-TO-DVZ-WK TO WS-MVT-KEY-WK(6:3)
           MOVE WS-CR-AMT-WK TO WS-MVT-AMT-WK
           PERFORM B310-POST-MOVEMENT THRU B310-END.
       B320-END. EXIT.

       B330-FIND-CCY.
           MOVE ZERO TO WS-CCY-FND
           IF WS-CCY-CNT > ZERO
              SET WS-CCY-IDX TO 1
              SEARCH WS-CCY-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CCY-DVZ(WS-CCY-IDX) = WS-DVZ-WK
                    SET WS-CCY-FND TO WS-CCY-IDX
              END-SEARCH
           END-IF
           IF WS-CCY-FND = ZERO
              IF WS-CCY-CNT NOT < 1000
                 DISPLAY 'HMWRK010 - CURRENCY TABLE EXCEEDS SIZE'
                 MOVE 16 TO RETURN-CODE
                 PERFORM B999-PROGRAM-EXIT
              END-IF
              ADD  1 TO WS-CCY-CNT
              MOVE WS-DVZ-WK TO WS-CCY-DVZ(WS-CCY-CNT)
              MOVE ZERO      TO WS-CCY-OPEN(WS-CCY-CNT)
              MOVE ZERO      TO WS-CCY-MVT(WS-CCY-CNT)
              MOVE ZERO      TO WS-CCY-CLOSE(WS-CCY-CNT)
              MOVE ZERO      TO WS-CCY-TRANSIT(WS-CCY-CNT)
              MOVE ZERO      TO WS-CCY-CARRIED(WS-CCY-CNT)
              MOVE WS-CCY-CNT TO WS-CCY-FND
           END-IF.
       B330-END. EXIT.

       B340-CLASSIFY-DVZ.
           IF WS-DVZ-WK < WS-SPLIT-1
              MOVE 1 TO WS-DVZ-STRM
           ELSE
              IF WS-DVZ-WK < WS-SPLIT-2
                 MOVE 2 TO WS-DVZ-STRM
              ELSE
                 MOVE 3 TO WS-DVZ-STRM
              END-IF
           END-IF.
       B340-END. EXIT.

       B350-LOAD-CARRIED-IN.
           ADD  1 TO WS-PREV-READ-CNT
           IF PREV-ISLEM-TIPI NOT = '5'
              OR PREV-RETURN-CODE NOT = '00'
              OR PREV-TO(6:3) = SPACES
              GO TO B350-NEXT
           END-IF
           MOVE PREV-DVZ     TO WS-DVZ-WK
           PERFORM B340-CLASSIFY-DVZ THRU B340-END
           MOVE WS-DVZ-STRM  TO WS-FROM-STRM
           MOVE PREV-TO(6:3) TO WS-DVZ-WK
           PERFORM B340-CLASSIFY-DVZ THRU B340-END
           IF WS-DVZ-STRM NOT < WS-FROM-STRM
              GO TO B350-NEXT
           END-IF
           IF PREV-ACIKLAMA(15:4) = ' RT '
              MOVE PREV-ACIKLAMA(43:14) TO WS-CR-AMT-X
              MOVE WS-CR-AMT-ED         TO WS-CR-AMT-WK
           ELSE
              MOVE PREV-AMOUNT          TO WS-CR-AMT-WK
           END-IF
           ADD  1 TO WS-TRANSIT-IN-CNT
           MOVE 'C'          TO WS-MVT-SIGN-WK
           MOVE PREV-TO(1:5) TO WS-MVT-KEY-WK(1:5)
           MOVE PREV-TO(6:3) TO WS-MVT-KEY-WK(6:3)
           MOVE WS-CR-AMT-WK TO WS-MVT-AMT-WK
           PERFORM B310-POST-MOVEMENT THRU B310-END
           PERFORM B330-FIND-CCY THRU B330-END
           ADD  WS-CR-AMT-WK TO WS-CCY-CARRIED(WS-CCY-FND).
       B350-NEXT.
           READ PREV-FILE
               AT END SET PREV-EOF TO TRUE
           END-READ.
       B350-END. EXIT.

       B400-PROVE-POSITION.
           MOVE WS-POS-KEY(WS-POS-SUB)(6:3) TO WS-DVZ-WK
           PERFORM B330-FIND-CCY THRU B330-END
           ADD  WS-POS-OPEN(WS-POS-SUB)  TO WS-CCY-OPEN(WS-CCY-FND)
           ADD  WS-POS-CLOSE(WS-POS-SUB) TO WS-CCY-CLOSE(WS-CCY-FND)
           COMPUTE WS-EXPECT-AMT = WS-POS-OPEN(WS-POS-SUB)
                                 + WS-POS-MVT(WS-POS-SUB)
           COMPUTE WS-DIFF-AMT   = WS-POS-CLOSE(WS-POS-SUB)
                                 - WS-EXPECT-AMT
           IF WS-DIFF-AMT = ZERO
              ADD 1 TO WS-PROVED-CNT
              GO TO B400-END
           END-IF
           ADD  1 TO WS-EXCEPT-CNT
           IF WS-EXCEPT-CNT = 1
              PERFORM B410-PRINT-EXC-HEADING THRU B410-END
           END-IF
           MOVE WS-POS-OPEN(WS-POS-SUB)  TO WS-AMT-ED
           MOVE WS-POS-MVT(WS-POS-SUB)   TO WS-AMT-ED2
           MOVE WS-POS-CLOSE(WS-POS-SUB) TO WS-AMT-ED3
           MOVE WS-DIFF-AMT              TO WS-AMT-ED4
           MOVE SPACES TO RPT-REC
           STRING WS-POS-KEY(WS-POS-SUB)(1:5) ' '
                  WS-POS-KEY(WS-POS-SUB)(6:3) ' '
                  WS-AMT-ED ' ' WS-AMT-ED2 ' '
                  WS-AMT-ED3 ' ' WS-AMT-ED4
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       B400-END. EXIT.

       B410-PRINT-EXC-HEADING.
           MOVE 'ACCOUNTS NOT PROVED' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ID    DVZ' '          OPENING'
                  '         MOVEMENT' '          CLOSING'
                  '       DIFFERENCE'
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       B410-END. EXIT.

       B450-PRINT-ORPHAN.
           ADD  1 TO WS-ORPHAN-CNT
           MOVE WS-ORPH-KEY(WS-ORPH-SUB)(6:3) TO WS-DVZ-WK
           PERFORM B330-FIND-CCY THRU B330-END
           MOVE WS-ORPH-MVT(WS-ORPH-SUB) TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'MOVEMENT WITHOUT GL POSITION '
                  WS-ORPH-KEY(WS-ORPH-SUB)(1:5)
                  ' DVZ ' WS-ORPH-KEY(WS-ORPH-SUB)(6:3)
                  ' ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       B450-END. EXIT.

       B500-PRINT-CONTROLS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'CURRENCY CONTROL TOTALS' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'DVZ' '          OPENING'
                  '         MOVEMENT' '          CLOSING'
                  '       DIFFERENCE'
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           PERFORM B510-PRINT-CCY-LINE THRU B510-END
              VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-CNT.
       B500-END. EXIT.

       B510-PRINT-CCY-LINE.
           COMPUTE WS-DIFF-AMT = WS-CCY-CLOSE(WS-CCY-SUB)
                               - WS-CCY-OPEN(WS-CCY-SUB)
                               - WS-CCY-MVT(WS-CCY-SUB)
           MOVE WS-CCY-OPEN(WS-CCY-SUB)  TO WS-AMT-ED
           MOVE WS-CCY-MVT(WS-CCY-SUB)   TO WS-AMT-ED2
           MOVE WS-CCY-CLOSE(WS-CCY-SUB) TO WS-AMT-ED3
           MOVE WS-DIFF-AMT              TO WS-AMT-ED4
           MOVE SPACES TO RPT-REC
           STRING WS-CCY-DVZ(WS-CCY-SUB) ' '
                  WS-AMT-ED ' ' WS-AMT-ED2 ' '
                  WS-AMT-ED3 ' ' WS-AMT-ED4
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-CCY-TRANSIT(WS-CCY-SUB) NOT = ZERO
              MOVE WS-CCY-TRANSIT(WS-CCY-SUB) TO WS-AMT-ED
              MOVE SPACES TO RPT-REC
              STRING '    CR LEGS AFTER EXTRACT: ' WS-AMT-ED
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF
           IF WS-CCY-CARRIED(WS-CCY-SUB) NOT = ZERO
              MOVE WS-CCY-CARRIED(WS-CCY-SUB) TO WS-AMT-ED
              MOVE SPACES TO RPT-REC
              STRING '    CR LEGS CARRIED IN...: ' WS-AMT-ED
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF.
       B510-END. EXIT.

       B600-WRAP-UP.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'GL POSITIONS READ........: ' WS-POS-READ-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'OUTPUT RECORDS READ......: ' WS-OUT-READ-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'MOVEMENTS APPLIED........: ' WS-MVT-APPLIED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ACCRUALS INCLUDED........: ' WS-ACCR-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'FEE CREDITS TO FEEACCT...: ' WS-FEE-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'TRANSFERS BACKED OUT.....: ' WS-BACKOUT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'CR LEGS AFTER EXTRACT....: ' WS-TRANSIT-OUT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'CR LEGS CARRIED IN.......: ' WS-TRANSIT-IN-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'CROSS-DVZ LEGS NO TO-DVZ.: ' WS-XDVZ-UNRES-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNTS PROVED..........: ' WS-PROVED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNTS NOT PROVED......: ' WS-EXCEPT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'MOVEMENTS WITHOUT GL.....: ' WS-ORPHAN-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           CLOSE GLP-FILE
                 GL-FILE
                 OUT-FILE
                 PREV-FILE
                 RPT-FILE
           IF WS-EXCEPT-CNT > ZERO OR WS-ORPHAN-CNT > ZERO
              OR WS-XDVZ-UNRES-CNT > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
       B600-END. EXIT.

       B999-PROGRAM-EXIT.
           STOP RUN.
       B999-END. EXIT.
