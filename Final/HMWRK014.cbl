       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK014.
       AUTHOR.     KAAN KANIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE   ASSIGN TO GLEXTR
                            STATUS GL-ST.
           SELECT CURR-FILE ASSIGN TO CURRMSTR
                            STATUS CURR-ST.
           SELECT RATE-FILE ASSIGN TO RATEMSTR
                            STATUS RATE-ST.
           SELECT OPTIONAL REVAL-IN-FILE ASSIGN TO REVALIN
                            STATUS REVAL-IN-ST.
           SELECT REVAL-OUT-FILE ASSIGN TO REVALOUT
                            STATUS REVAL-OUT-ST.
           SELECT RPT-FILE  ASSIGN TO RPTFILE
                            STATUS RPT-ST.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMFILE
                            STATUS PARM-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE RECORDING MODE F.
       01  GL-REC.
           05 GL-ID                       PIC 9(05).
           05 GL-DVZ                      PIC X(03).
           05 GL-BALANCE                  PIC 9(11)V99.
           05 GL-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(11).
       FD  CURR-FILE RECORDING MODE F.
       01  CURR-REC.
           05 CURR-DVZ-CD                 PIC X(03).
           05 CURR-DVZ-NM                 PIC X(15).
           05 FILLER                      PIC X(02).
       FD  RATE-FILE RECORDING MODE F.
       01  RATE-REC.
           05 RATE-FROM-DVZ               PIC X(03).
           05 RATE-TO-DVZ                 PIC X(03).
           05 RATE-MID                    PIC 9(07)V9(08).
           05 FILLER                      PIC X(09).
       FD  REVAL-IN-FILE RECORDING MODE F.
       01  REVAL-IN-REC.
           05 REVI-DVZ                    PIC X(03).
           05 REVI-RUN-DATE               PIC 9(08).
           05 REVI-BASE-DVZ               PIC X(03).
           05 REVI-METHOD                 PIC X(01).
           05 REVI-BALANCE                PIC 9(15)V99.
           05 REVI-RATE                   PIC 9(07)V9(08).
           05 REVI-BASE-AMT               PIC 9(15)V99.
           05 FILLER                      PIC X(16).
       FD  REVAL-OUT-FILE RECORDING MODE F.
       01  REVAL-OUT-REC.
           05 REVO-DVZ                    PIC X(03).
           05 REVO-RUN-DATE               PIC 9(08).
           05 REVO-BASE-DVZ               PIC X(03).
           05 REVO-METHOD                 PIC X(01).
           05 REVO-BALANCE                PIC 9(15)V99.
           05 REVO-RATE                   PIC 9(07)V9(08).
           05 REVO-BASE-AMT               PIC 9(15)V99.
           05 FILLER                      PIC X(16).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                      PIC X(80).
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05 PARM-KEYWORD            PIC X(08).
           05 PARM-VALUE              PIC X(15).
           05 FILLER                  PIC X(57).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 GL-ST                  PIC 9(02).
              88 GL-EOF                         VALUE 10.
              88 GL-SUCCESS                     VALUE 00 97.
           05 CURR-ST                PIC 9(02).
              88 CURR-EOF                       VALUE 10.
              88 CURR-SUCCESS                   VALUE 00 97.
           05 RATE-ST                PIC 9(02).
              88 RATE-EOF                       VALUE 10.
              88 RATE-SUCCESS                   VALUE 00 97.
           05 REVAL-IN-ST            PIC 9(02).
              88 REVAL-IN-EOF                   VALUE 10.
              88 REVAL-IN-SUCCESS               VALUE 00 05 97.
           05 REVAL-OUT-ST           PIC 9(02).
              88 REVAL-OUT-SUCCESS              VALUE 00 97.
           05 RPT-ST                 PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00 97.
           05 PARM-ST                PIC 9(02).
              88 PARM-EOF                       VALUE 10.
              88 PARM-SUCCESS                   VALUE 00 05 97.
           05 WS-BASE-DVZ            PIC X(03)  VALUE '949'.
           05 WS-BASE-NM             PIC X(15)  VALUE SPACES.
           05 WS-RUN-DATE            PIC 9(08)  VALUE ZERO.
           05 WS-PRIOR-RUN-DATE      PIC 9(08)  VALUE ZERO.
           05 WS-PRIOR-BASE-DVZ      PIC X(03)  VALUE SPACES.
           05 WS-PRIOR-SW            PIC X(01)  VALUE 'N'.
              88 WS-PRIOR-USABLE                VALUE 'Y'.
           05 WS-CCY-SUB             PIC 9(05).
           05 WS-RATE-KEY-WK         PIC X(06).
           05 WS-CONV-DVZ            PIC X(03).
           05 WS-CONV-AMT            PIC 9(15)V99.
           05 WS-CONV-BASE           PIC 9(15)V99.
           05 WS-CONV-RATE           PIC 9(07)V9(08).
           05 WS-CONV-METHOD         PIC X(01).
              88 WS-CONV-BASE-CCY               VALUE 'B'.
              88 WS-CONV-DIRECT                 VALUE 'D'.
              88 WS-CONV-INVERSE                VALUE 'I'.
              88 WS-CONV-NO-RATE                VALUE 'N'.
           05 WS-PRIOR-AT-TODAY      PIC 9(15)V99.
           05 WS-GL-READ-CNT         PIC 9(07)  VALUE ZERO.
           05 WS-PRIOR-READ-CNT      PIC 9(07)  VALUE ZERO.
           05 WS-PRIOR-UNKNOWN-CNT   PIC 9(07)  VALUE ZERO.
           05 WS-UNREVALUED-CNT      PIC 9(07)  VALUE ZERO.
           05 WS-REVAL-OUT-CNT       PIC 9(07)  VALUE ZERO.
           05 WS-GL-UNKNOWN          PIC 9(15)V99 VALUE ZERO.
           05 WS-TOT-BASE-POS        PIC S9(15)V99 VALUE ZERO.
           05 WS-TOT-FX-POS          PIC S9(15)V99 VALUE ZERO.
           05 WS-TOT-CONSOL          PIC S9(15)V99 VALUE ZERO.
           05 WS-TOT-PRIOR           PIC S9(15)V99 VALUE ZERO.
           05 WS-TOT-REVAL-PL        PIC S9(15)V99 VALUE ZERO.
           05 WS-TOT-VOLUME          PIC S9(15)V99 VALUE ZERO.
           05 WS-CNT-ED              PIC Z(06)9.
           05 WS-BAL-ED              PIC Z(14)9.99.
           05 WS-RATE-ED             PIC Z(06)9.9(08).
           05 WS-AMT-ED              PIC -(14)9.99.
         01  WS-CURR-AREA.
           05 WS-CURR-CNT            PIC 9(05) COMP.
           05 WS-CURR-TABLE.
              10 WS-CURR-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON WS-CURR-CNT
                               ASCENDING KEY IS WS-CURR-CD
                               INDEXED BY WS-CURR-IDX.
                 15 WS-CURR-CD         PIC X(03).
                 15 WS-CURR-NM         PIC X(15).
                 15 WS-CURR-ACCT-CNT   PIC 9(07).
                 15 WS-CURR-BAL        PIC 9(15)V99.
                 15 WS-CURR-METHOD     PIC X(01).
                 15 WS-CURR-RATE       PIC 9(07)V9(08).
                 15 WS-CURR-BASE       PIC 9(15)V99.
                 15 WS-CURR-PRIOR-SW   PIC X(01).
                 15 WS-CURR-PRIOR-BAL  PIC 9(15)V99.
                 15 WS-CURR-PRIOR-BASE PIC 9(15)V99.
                 15 WS-CURR-REVAL-PL   PIC S9(15)V99.
                 15 WS-CURR-VOLUME     PIC S9(15)V99.
         01  WS-RATE-AREA.
           05 WS-RATE-CNT            PIC 9(05) COMP.
           05 WS-RATE-TABLE.
              10 WS-RATE-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON WS-RATE-CNT
                               ASCENDING KEY IS WS-RATE-KEY
                               INDEXED BY WS-RATE-IDX.
                 15 WS-RATE-KEY        PIC X(06).
                 15 WS-RATE-VAL        PIC 9(07)V9(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM V100-OPEN-FILES THRU V100-END.
           PERFORM V200-LOAD-GL THRU V200-END
              UNTIL GL-EOF.
           PERFORM V300-LOAD-PRIOR THRU V300-END
              UNTIL REVAL-IN-EOF.
           PERFORM V400-REVALUE-CURRENCY THRU V400-END
              VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CURR-CNT.
           PERFORM V500-PRINT-REPORT THRU V500-END.
           PERFORM V600-WRAP-UP THRU V600-END.
           PERFORM V999-PROGRAM-EXIT.

       V100-OPEN-FILES.
           PERFORM V105-READ-PARMS THRU V105-END.
           OPEN INPUT CURR-FILE.
           MOVE ZERO TO WS-CURR-CNT.
           READ CURR-FILE
               AT END SET CURR-EOF TO TRUE
           END-READ.
           PERFORM V110-LOAD-CURRENCY THRU V110-END
              UNTIL CURR-EOF.
           CLOSE CURR-FILE.
           OPEN INPUT RATE-FILE.
           MOVE ZERO TO WS-RATE-CNT.
           READ RATE-FILE
               AT END SET RATE-EOF TO TRUE
           END-READ.
           PERFORM V115-LOAD-RATES THRU V115-END
              UNTIL RATE-EOF.
           CLOSE RATE-FILE.
           IF WS-CURR-CNT = ZERO
              DISPLAY 'HMWRK014 - CURRENCY MASTER IS EMPTY'
              MOVE 16 TO RETURN-CODE
              PERFORM V999-PROGRAM-EXIT
           END-IF.
           SEARCH ALL WS-CURR-ENTRY
              AT END
                 DISPLAY 'HMWRK014 - BASE CURRENCY ' WS-BASE-DVZ
                         ' NOT ON CURRMSTR'
                 MOVE 16 TO RETURN-CODE
                 PERFORM V999-PROGRAM-EXIT
              WHEN WS-CURR-CD(WS-CURR-IDX) = WS-BASE-DVZ
                 MOVE WS-CURR-NM(WS-CURR-IDX) TO WS-BASE-NM
           END-SEARCH.
           OPEN INPUT GL-FILE.
           READ GL-FILE
               AT END SET GL-EOF TO TRUE
           END-READ.
           IF GL-EOF
              DISPLAY 'HMWRK014 - RUN DATE NOT AVAILABLE, GLEXTR EMPTY'
              MOVE 16 TO RETURN-CODE
              PERFORM V999-PROGRAM-EXIT
           END-IF.
           MOVE GL-RUN-DATE TO WS-RUN-DATE.
           OPEN INPUT REVAL-IN-FILE.
           IF NOT REVAL-IN-SUCCESS
              SET REVAL-IN-EOF TO TRUE
           ELSE
              READ REVAL-IN-FILE
                  AT END SET REVAL-IN-EOF TO TRUE
              END-READ
           END-IF.
           IF NOT REVAL-IN-EOF
              MOVE REVI-RUN-DATE  TO WS-PRIOR-RUN-DATE
              MOVE REVI-BASE-DVZ  TO WS-PRIOR-BASE-DVZ
              IF REVI-BASE-DVZ = WS-BASE-DVZ
                 AND REVI-RUN-DATE < WS-RUN-DATE
                 SET WS-PRIOR-USABLE TO TRUE
              END-IF
           END-IF.
           OPEN OUTPUT REVAL-OUT-FILE.
           OPEN OUTPUT RPT-FILE.
       V100-END. EXIT.

       V105-READ-PARMS.
           OPEN INPUT PARM-FILE.
           IF NOT PARM-SUCCESS
              GO TO V105-END
           END-IF
           READ PARM-FILE
               AT END SET PARM-EOF TO TRUE
           END-READ
           PERFORM V106-APPLY-PARM THRU V106-END
              UNTIL PARM-EOF
           CLOSE PARM-FILE.
       V105-END. EXIT.

       V106-APPLY-PARM.
           EVALUATE PARM-KEYWORD
               WHEN 'BASECCY '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     PERFORM V107-BAD-PARM THRU V107-END
                  END-IF
                  MOVE PARM-VALUE(1:3) TO WS-BASE-DVZ
               WHEN 'CKPTINT '
               WHEN 'DORMDAYS'
               WHEN 'HISTDAYS'
                  IF PARM-VALUE(1:5) NOT NUMERIC
                     OR PARM-VALUE(1:5) = '00000'
                     PERFORM V107-BAD-PARM THRU V107-END
                  END-IF
               WHEN 'FEEACCT '
                  IF PARM-VALUE(1:5) NOT NUMERIC
                     PERFORM V107-BAD-PARM THRU V107-END
                  END-IF
               WHEN 'PAGESIZE'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) < '004'
                     PERFORM V107-BAD-PARM THRU V107-END
                  END-IF
               WHEN 'SUSPESC '
               WHEN 'SPLIT1  '
               WHEN 'SPLIT2  '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     PERFORM V107-BAD-PARM THRU V107-END
                  END-IF
               WHEN 'LVTHRESH'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(4:12) NOT NUMERIC
                     PERFORM V107-BAD-PARM THRU V107-END
                  END-IF
               WHEN 'NOSTRO  '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     OR PARM-VALUE(4:5) NOT NUMERIC
                     PERFORM V107-BAD-PARM THRU V107-END
                  END-IF
               WHEN 'DATEOVRD'
                  IF PARM-VALUE(1:8) NOT NUMERIC
                     PERFORM V107-BAD-PARM THRU V107-END
                  END-IF
               WHEN 'STRCTDAY'
               WHEN 'STRCTPCT'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     PERFORM V107-BAD-PARM THRU V107-END
                  END-IF
               WHEN SPACES
                  CONTINUE
               WHEN OTHER
                  IF PARM-KEYWORD(1:1) NOT = '*'
                     PERFORM V107-BAD-PARM THRU V107-END
                  END-IF
           END-EVALUATE
           READ PARM-FILE
               AT END SET PARM-EOF TO TRUE
           END-READ.
       V106-END. EXIT.

       V107-BAD-PARM.
           DISPLAY 'HMWRK014 - INVALID RUN PARAMETER CARD'
           DISPLAY PARM-REC
           MOVE 16 TO RETURN-CODE
           PERFORM V999-PROGRAM-EXIT.
       V107-END. EXIT.

       V110-LOAD-CURRENCY.
           IF WS-CURR-CNT NOT < 200
              DISPLAY 'HMWRK014 - CURRENCY TABLE EXCEEDS SIZE'
              MOVE 16 TO RETURN-CODE
              PERFORM V999-PROGRAM-EXIT
           END-IF
           ADD  1 TO WS-CURR-CNT
           MOVE CURR-DVZ-CD TO WS-CURR-CD(WS-CURR-CNT)
           MOVE CURR-DVZ-NM TO WS-CURR-NM(WS-CURR-CNT)
           MOVE ZERO        TO WS-CURR-ACCT-CNT(WS-CURR-CNT)
           MOVE ZERO        TO WS-CURR-BAL(WS-CURR-CNT)
           MOVE 'N'         TO WS-CURR-METHOD(WS-CURR-CNT)
           MOVE ZERO        TO WS-CURR-RATE(WS-CURR-CNT)
           MOVE ZERO        TO WS-CURR-BASE(WS-CURR-CNT)
           MOVE 'N'         TO WS-CURR-PRIOR-SW(WS-CURR-CNT)
           MOVE ZERO        TO WS-CURR-PRIOR-BAL(WS-CURR-CNT)
           MOVE ZERO        TO WS-CURR-PRIOR-BASE(WS-CURR-CNT)
           MOVE ZERO        TO WS-CURR-REVAL-PL(WS-CURR-CNT)
           MOVE ZERO        TO WS-CURR-VOLUME(WS-CURR-CNT)
           READ CURR-FILE
               AT END SET CURR-EOF TO TRUE
           END-READ.
       V110-END. EXIT.

       V115-LOAD-RATES.
           IF WS-RATE-CNT NOT < 500
              DISPLAY 'HMWRK014 - RATE TABLE EXCEEDS SIZE'
              MOVE 16 TO RETURN-CODE
              PERFORM V999-PROGRAM-EXIT
           END-IF
           ADD  1 TO WS-RATE-CNT
           MOVE RATE-FROM-DVZ TO WS-RATE-KEY(WS-RATE-CNT)(1:3)
           MOVE RATE-TO-DVZ   TO WS-RATE-KEY(WS-RATE-CNT)(4:3)
           MOVE RATE-MID      TO WS-RATE-VAL(WS-RATE-CNT)
           READ RATE-FILE
               AT END SET RATE-EOF TO TRUE
           END-READ.
       V115-END. EXIT.

       V200-LOAD-GL.
           ADD  1 TO WS-GL-READ-CNT
           SEARCH ALL WS-CURR-ENTRY
              AT END
                 ADD GL-BALANCE TO WS-GL-UNKNOWN
              WHEN WS-CURR-CD(WS-CURR-IDX) = GL-DVZ
                 ADD 1          TO WS-CURR-ACCT-CNT(WS-CURR-IDX)
                 ADD GL-BALANCE TO WS-CURR-BAL(WS-CURR-IDX)
           END-SEARCH
           READ GL-FILE
               AT END SET GL-EOF TO TRUE
           END-READ.
       V200-END. EXIT.

       V300-LOAD-PRIOR.
           ADD  1 TO WS-PRIOR-READ-CNT
           IF NOT WS-PRIOR-USABLE OR REVI-METHOD = 'N'
              GO TO V300-NEXT
           END-IF
           SEARCH ALL WS-CURR-ENTRY
              AT END
                 ADD 1 TO WS-PRIOR-UNKNOWN-CNT
              WHEN WS-CURR-CD(WS-CURR-IDX) = REVI-DVZ
                 MOVE 'Y'           TO WS-CURR-PRIOR-SW(WS-CURR-IDX)
                 MOVE REVI-BALANCE  TO WS-CURR-PRIOR-BAL(WS-CURR-IDX)
                 MOVE REVI-BASE-AMT TO WS-CURR-PRIOR-BASE(WS-CURR-IDX)
           END-SEARCH.
       V300-NEXT.
           READ REVAL-IN-FILE
               AT END SET REVAL-IN-EOF TO TRUE
           END-READ.
       V300-END. EXIT.

       V400-REVALUE-CURRENCY.
           IF WS-CURR-BAL(WS-CCY-SUB) = ZERO
              AND WS-CURR-PRIOR-SW(WS-CCY-SUB) NOT = 'Y'
              GO TO V400-END
           END-IF
           MOVE WS-CURR-CD(WS-CCY-SUB)  TO WS-CONV-DVZ
           MOVE WS-CURR-BAL(WS-CCY-SUB) TO WS-CONV-AMT
           PERFORM V410-CONVERT-TO-BASE THRU V410-END
           MOVE WS-CONV-METHOD TO WS-CURR-METHOD(WS-CCY-SUB)
           MOVE WS-CONV-RATE   TO WS-CURR-RATE(WS-CCY-SUB)
           MOVE WS-CONV-BASE   TO WS-CURR-BASE(WS-CCY-SUB)
           IF WS-CONV-NO-RATE
              ADD 1 TO WS-UNREVALUED-CNT
              GO TO V400-END
           END-IF
           IF WS-CONV-BASE-CCY
              ADD WS-CONV-BASE TO WS-TOT-BASE-POS
           ELSE
              ADD WS-CONV-BASE TO WS-TOT-FX-POS
           END-IF
           IF WS-CURR-PRIOR-SW(WS-CCY-SUB) NOT = 'Y'
              MOVE WS-CURR-BASE(WS-CCY-SUB)
                TO WS-CURR-VOLUME(WS-CCY-SUB)
              ADD  WS-CURR-VOLUME(WS-CCY-SUB) TO WS-TOT-VOLUME
              GO TO V400-END
           END-IF
           MOVE WS-CURR-PRIOR-BAL(WS-CCY-SUB) TO WS-CONV-AMT
           PERFORM V410-CONVERT-TO-BASE THRU V410-END
           MOVE WS-CONV-BASE TO WS-PRIOR-AT-TODAY
           COMPUTE WS-CURR-REVAL-PL(WS-CCY-SUB) =
                   WS-PRIOR-AT-TODAY - WS-CURR-PRIOR-BASE(WS-CCY-SUB)
           COMPUTE WS-CURR-VOLUME(WS-CCY-SUB) =
                   WS-CURR-BASE(WS-CCY-SUB) - WS-PRIOR-AT-TODAY
           ADD WS-CURR-PRIOR-BASE(WS-CCY-SUB) TO WS-TOT-PRIOR
           ADD WS-CURR-REVAL-PL(WS-CCY-SUB)   TO WS-TOT-REVAL-PL
           ADD WS-CURR-VOLUME(WS-CCY-SUB)     TO WS-TOT-VOLUME.
       V400-END. EXIT.

       V410-CONVERT-TO-BASE.
           MOVE ZERO TO WS-CONV-BASE
           MOVE ZERO TO WS-CONV-RATE
           IF WS-CONV-DVZ = WS-BASE-DVZ
              SET  WS-CONV-BASE-CCY TO TRUE
              MOVE 1           TO WS-CONV-RATE
              MOVE WS-CONV-AMT TO WS-CONV-BASE
              GO TO V410-END
           END-IF
           SET WS-CONV-NO-RATE TO TRUE
           IF WS-RATE-CNT = ZERO
              GO TO V410-END
           END-IF
           MOVE WS-CONV-DVZ TO WS-RATE-KEY-WK(1:3)
           MOVE WS-BASE-DVZ TO WS-RATE-KEY-WK(4:3)
           SEARCH ALL WS-RATE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RATE-KEY(WS-RATE-IDX) = WS-RATE-KEY-WK
                 SET  WS-CONV-DIRECT TO TRUE
                 MOVE WS-RATE-VAL(WS-RATE-IDX) TO WS-CONV-RATE
           END-SEARCH
           IF WS-CONV-DIRECT
              COMPUTE WS-CONV-BASE ROUNDED =
                      WS-CONV-AMT * WS-CONV-RATE
                 ON SIZE ERROR
                    SET WS-CONV-NO-RATE TO TRUE
                    MOVE ZERO TO WS-CONV-BASE
              END-COMPUTE
              GO TO V410-END
           END-IF
           MOVE WS-BASE-DVZ TO WS-RATE-KEY-WK(1:3)
           MOVE WS-CONV-DVZ TO WS-RATE-KEY-WK(4:3)
           SEARCH ALL WS-RATE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RATE-KEY(WS-RATE-IDX) = WS-RATE-KEY-WK
                 IF WS-RATE-VAL(WS-RATE-IDX) > ZERO
                    SET WS-CONV-INVERSE TO TRUE
                    COMPUTE WS-CONV-RATE ROUNDED =
                            1 / WS-RATE-VAL(WS-RATE-IDX)
                    COMPUTE WS-CONV-BASE ROUNDED =
                            WS-CONV-AMT / WS-RATE-VAL(WS-RATE-IDX)
                       ON SIZE ERROR
                          SET WS-CONV-NO-RATE TO TRUE
                          MOVE ZERO TO WS-CONV-BASE
                    END-COMPUTE
                 END-IF
           END-SEARCH.
       V410-END. EXIT.

       V500-PRINT-REPORT.
           MOVE SPACES TO RPT-REC
           STRING 'HMWRK014 BASE-CURRENCY REVALUATION  RUN DATE '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'BASE CURRENCY............: ' WS-BASE-DVZ ' '
                  WS-BASE-NM
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-PRIOR-USABLE
              STRING 'PRIOR REVALUATION DATE...: ' WS-PRIOR-RUN-DATE
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
           ELSE
              IF WS-PRIOR-RUN-DATE = ZERO
                 MOVE 'PRIOR REVALUATION DATE...: NONE ON FILE'
                   TO RPT-REC
              ELSE
                 STRING 'PRIOR REVALUATION DATE...: ' WS-PRIOR-RUN-DATE
                        ' NOT USED (BASE ' WS-PRIOR-BASE-DVZ ')'
                        DELIMITED BY SIZE INTO RPT-REC
                 END-STRING
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'NET OPEN POSITION BY CURRENCY' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES       TO RPT-REC
           MOVE 'DVZ'        TO RPT-REC(1:3)
           MOVE 'NAME'       TO RPT-REC(5:4)
           MOVE 'BALANCE'    TO RPT-REC(32:7)
           MOVE 'MID RATE'   TO RPT-REC(48:8)
           MOVE 'BASE VALUE' TO RPT-REC(65:10)
           MOVE 'M'          TO RPT-REC(76:1)
           WRITE RPT-REC
           PERFORM V510-PRINT-CURRENCY THRU V510-END
              VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CURR-CNT
           MOVE SPACES TO RPT-REC
           MOVE 'M: B BASE  D DIRECT RATE  I INVERSE RATE  N NO RATE'
             TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           COMPUTE WS-TOT-CONSOL = WS-TOT-BASE-POS + WS-TOT-FX-POS
           MOVE SPACES TO RPT-REC
           STRING 'GL EXTRACT ACCOUNTS......: ' WS-GL-READ-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOT-BASE-POS TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'BASE CURRENCY POSITION...: ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOT-FX-POS TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'FOREIGN CCY POSITION.....: ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOT-CONSOL TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'CONSOLIDATED POSITION....: ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOT-PRIOR TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'PRIOR REVALUED POSITION..: ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOT-REVAL-PL TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'REVALUATION GAIN/LOSS....: ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOT-VOLUME TO WS-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'VOLUME CHANGE............: ' WS-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'UNREVALUED CURRENCIES....: ' WS-UNREVALUED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-UNREVALUED-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-GL-UNKNOWN > ZERO
              MOVE WS-GL-UNKNOWN TO WS-BAL-ED
              MOVE SPACES TO RPT-REC
              STRING 'UNKNOWN DVZ BALANCE......: ' WS-BAL-ED
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PRIOR-UNKNOWN-CNT > ZERO
              MOVE SPACES TO RPT-REC
              STRING 'PRIOR DVZ NOT ON CURRMSTR: ' WS-PRIOR-UNKNOWN-CNT
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              MOVE 4 TO RETURN-CODE
           END-IF.
       V500-END. EXIT.

       V510-PRINT-CURRENCY.
           IF WS-CURR-BAL(WS-CCY-SUB) = ZERO
              AND WS-CURR-PRIOR-SW(WS-CCY-SUB) NOT = 'Y'
              GO TO V510-END
           END-IF
           MOVE SPACES TO RPT-REC
           MOVE WS-CURR-CD(WS-CCY-SUB)     TO RPT-REC(1:3)
           MOVE WS-CURR-NM(WS-CCY-SUB)     TO RPT-REC(5:15)
           MOVE WS-CURR-BAL(WS-CCY-SUB)    TO WS-BAL-ED
           MOVE WS-BAL-ED                  TO RPT-REC(21:18)
           MOVE WS-CURR-RATE(WS-CCY-SUB)   TO WS-RATE-ED
           MOVE WS-RATE-ED                 TO RPT-REC(40:16)
           MOVE WS-CURR-BASE(WS-CCY-SUB)   TO WS-BAL-ED
           MOVE WS-BAL-ED                  TO RPT-REC(57:18)
           MOVE WS-CURR-METHOD(WS-CCY-SUB) TO RPT-REC(76:1)
           WRITE RPT-REC
           IF WS-CURR-METHOD(WS-CCY-SUB) = 'N'
              GO TO V510-END
           END-IF
           MOVE SPACES TO RPT-REC
           MOVE '    PRIOR'                TO RPT-REC(1:9)
           MOVE WS-CURR-PRIOR-BASE(WS-CCY-SUB) TO WS-AMT-ED
           MOVE WS-AMT-ED                  TO RPT-REC(10:18)
           MOVE ' REVAL'                   TO RPT-REC(28:6)
           MOVE WS-CURR-REVAL-PL(WS-CCY-SUB) TO WS-AMT-ED
           MOVE WS-AMT-ED                  TO RPT-REC(34:18)
           MOVE ' VOL'                     TO RPT-REC(52:4)
           MOVE WS-CURR-VOLUME(WS-CCY-SUB) TO WS-AMT-ED
           MOVE WS-AMT-ED                  TO RPT-REC(56:18)
           WRITE RPT-REC.
       V510-END. EXIT.

       V600-WRAP-UP.
           PERFORM V610-WRITE-REVAL THRU V610-END
              VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CURR-CNT.
           MOVE SPACES TO RPT-REC
           STRING 'REVALUATION RECORDS......: ' WS-REVAL-OUT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           CLOSE GL-FILE
                 REVAL-OUT-FILE
                 RPT-FILE.
           IF REVAL-IN-SUCCESS
              CLOSE REVAL-IN-FILE
           END-IF.
       V600-END. EXIT.

       V610-WRITE-REVAL.
           IF WS-CURR-BAL(WS-CCY-SUB) = ZERO
              GO TO V610-END
           END-IF
           MOVE SPACES                     TO REVAL-OUT-REC
           MOVE WS-CURR-CD(WS-CCY-SUB)     TO REVO-DVZ
           MOVE WS-RUN-DATE                TO REVO-RUN-DATE
           MOVE WS-BASE-DVZ                TO REVO-BASE-DVZ
           MOVE WS-CURR-METHOD(WS-CCY-SUB) TO REVO-METHOD
           MOVE WS-CURR-BAL(WS-CCY-SUB)    TO REVO-BALANCE
           MOVE WS-CURR-RATE(WS-CCY-SUB)   TO REVO-RATE
           MOVE WS-CURR-BASE(WS-CCY-SUB)   TO REVO-BASE-AMT
           WRITE REVAL-OUT-REC
           ADD  1 TO WS-REVAL-OUT-CNT.
       V610-END. EXIT.

       V999-PROGRAM-EXIT.
           STOP RUN.
       V999-END. EXIT.
