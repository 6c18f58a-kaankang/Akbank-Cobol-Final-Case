       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK016.
       AUTHOR.     KAAN KANIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO CUSTMSTR
                            STATUS CUST-ST.
           SELECT GL-FILE   ASSIGN TO GLEXTR
                            STATUS GL-ST.
           SELECT OD-FILE   ASSIGN TO ODMSTR
                            STATUS OD-ST.
           SELECT RATE-FILE ASSIGN TO RATEMSTR
                            STATUS RATE-ST.
           SELECT OUT-FILE  ASSIGN TO OUTFILE
                            STATUS OUT-ST.
           SELECT RPT-FILE  ASSIGN TO RPTFILE
                            STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE RECORDING MODE F.
       01  CUST-REC.
           05 CUST-REC-TYPE               PIC X(01).
              88 CUST-REC-ACCOUNT               VALUE 'A'.
              88 CUST-REC-CUSTOMER              VALUE 'C'.
           05 CUST-ACCT-ID                PIC X(05).
           05 CUST-ACCT-DVZ               PIC X(03).
           05 CUST-ACCT-CUST-NO           PIC 9(07).
           05 FILLER                      PIC X(64).
       01  CUST-CUSTOMER-REC REDEFINES CUST-REC.
           05 CUST-CUS-TYPE               PIC X(01).
           05 CUST-CUS-NO                 PIC 9(07).
           05 CUST-CUS-NAME               PIC X(30).
           05 CUST-CUS-SEGMENT            PIC X(02).
           05 CUST-CUS-HOME-BRANCH        PIC X(04).
           05 CUST-CUS-CAP-DVZ            PIC X(03).
           05 CUST-CUS-CAP-AMT            PIC 9(11)V99.
           05 FILLER                      PIC X(20).
       FD  GL-FILE RECORDING MODE F.
       01  GL-REC.
           05 GL-ID                       PIC 9(05).
           05 GL-DVZ                      PIC X(03).
           05 GL-BALANCE                  PIC 9(11)V99.
           05 GL-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(11).
       FD  OD-FILE RECORDING MODE F.
       01  OD-REC.
           05 OD-ID                       PIC X(05).
           05 OD-DVZ                      PIC X(03).
           05 OD-LINE                     PIC 9(11)V99.
           05 FILLER                      PIC X(09).
       FD  RATE-FILE RECORDING MODE F.
       01  RATE-REC.
           05 RATE-FROM-DVZ               PIC X(03).
           05 RATE-TO-DVZ                 PIC X(03).
           05 RATE-MID                    PIC 9(07)V9(08).
           05 FILLER                      PIC X(09).
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
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 CUST-ST                PIC 9(02).
              88 CUST-EOF                       VALUE 10.
              88 CUST-SUCCESS                   VALUE 00 97.
           05 GL-ST                  PIC 9(02).
              88 GL-EOF                         VALUE 10.
              88 GL-SUCCESS                     VALUE 00 97.
           05 OD-ST                  PIC 9(02).
              88 OD-EOF                         VALUE 10.
              88 OD-SUCCESS                     VALUE 00 97.
           05 RATE-ST                PIC 9(02).
              88 RATE-EOF                       VALUE 10.
              88 RATE-SUCCESS                   VALUE 00 97.
           05 OUT-ST                 PIC 9(02).
              88 OUT-EOF                        VALUE 10.
              88 OUT-SUCCESS                    VALUE 00 97.
           05 RPT-ST                 PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00 97.
           05 WS-RUN-DATE            PIC 9(08)  VALUE ZERO.
           05 WS-ACCT-KEY-WK         PIC X(08).
           05 WS-CAC-FND             PIC 9(05).
           05 WS-CAC-SUB             PIC 9(05).
           05 WS-CUS-SUB             PIC 9(05).
           05 WS-CUS-FND             PIC 9(05).
           05 WS-CUST-NO-WK          PIC 9(07).
           05 WS-RATE-KEY-WK         PIC X(06).
           05 WS-CONV-AMT            PIC 9(15)V99.
           05 WS-CONV-SW             PIC X(01).
              88 WS-CONV-VALUED                 VALUE 'Y'.
              88 WS-CONV-NO-RATE                VALUE 'N'.
           05 WS-CUS-POSITION        PIC 9(15)V99.
           05 WS-CUS-FEES            PIC 9(15)V99.
           05 WS-CUS-ACCT-CNT        PIC 9(05).
           05 WS-CUS-NOVAL-CNT       PIC 9(05).
           05 WS-CUST-CNT-RPT        PIC 9(07)  VALUE ZERO.
           05 WS-ACCT-CNT-RPT        PIC 9(07)  VALUE ZERO.
           05 WS-ORPHAN-ACCT-CNT     PIC 9(07)  VALUE ZERO.
           05 WS-NO-GL-CNT           PIC 9(07)  VALUE ZERO.
           05 WS-NOVAL-CNT           PIC 9(07)  VALUE ZERO.
           05 WS-GL-READ-CNT         PIC 9(07)  VALUE ZERO.
           05 WS-GL-UNLINKED-CNT     PIC 9(07)  VALUE ZERO.
           05 WS-OD-DEBIT-CNT        PIC 9(07)  VALUE ZERO.
           05 WS-FEE-ITEM-CNT        PIC 9(07)  VALUE ZERO.
           05 WS-AMT-ED              PIC Z(11)9.99.
           05 WS-POS-ED              PIC Z(14)9.99.
           05 WS-CNT-ED              PIC Z(04)9.
         01  WS-CUS-AREA.
           05 WS-CUS-CNT             PIC 9(05) COMP.
           05 WS-CUS-TABLE.
              10 WS-CUS-ENTRY OCCURS 1 TO 10000 TIMES
                               DEPENDING ON WS-CUS-CNT
                               ASCENDING KEY IS WS-CUS-NO
                               INDEXED BY WS-CUS-IDX.
                 15 WS-CUS-NO          PIC 9(07).
                 15 WS-CUS-NAME        PIC X(30).
                 15 WS-CUS-SEGMENT     PIC X(02).
                 15 WS-CUS-BRANCH      PIC X(04).
                 15 WS-CUS-CAP-DVZ     PIC X(03).
                 15 WS-CUS-CAP-AMT     PIC 9(11)V99.
                 15 WS-CUS-FIRST       PIC 9(05).
                 15 WS-CUS-LAST        PIC 9(05).
         01  WS-CAC-AREA.
           05 WS-CAC-CNT             PIC 9(05) COMP.
           05 WS-CAC-TABLE.
              10 WS-CAC-ENTRY OCCURS 1 TO 20000 TIMES
                               DEPENDING ON WS-CAC-CNT
                               ASCENDING KEY IS WS-CAC-KEY
                               INDEXED BY WS-CAC-IDX.
                 15 WS-CAC-KEY         PIC X(08).
                 15 WS-CAC-CUST-NO     PIC 9(07).
                 15 WS-CAC-NEXT        PIC 9(05).
                 15 WS-CAC-GL-SW       PIC X(01).
                 15 WS-CAC-BALANCE     PIC 9(11)V99.
                 15 WS-CAC-OD-LINE     PIC 9(11)V99.
                 15 WS-CAC-OD-CNT      PIC 9(05).
                 15 WS-CAC-FEES        PIC 9(11)V99.
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
           PERFORM U100-OPEN-FILES THRU U100-END.
           PERFORM U110-LOAD-CUSTOMER THRU U110-END
              UNTIL CUST-EOF.
           PERFORM U115-LINK-ACCOUNT THRU U115-END
              VARYING WS-CAC-SUB FROM 1 BY 1
              UNTIL WS-CAC-SUB > WS-CAC-CNT.
           PERFORM U120-APPLY-OD-LINE THRU U120-END
              UNTIL OD-EOF.
           PERFORM U130-APPLY-GL THRU U130-END
              UNTIL GL-EOF.
           PERFORM U140-APPLY-OUTPUT THRU U140-END
              UNTIL OUT-EOF.
           PERFORM U300-PRINT-CUSTOMER THRU U300-END
              VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-CNT.
           PERFORM U500-WRAP-UP THRU U500-END.
           PERFORM U999-PROGRAM-EXIT.

       U100-OPEN-FILES.
           OPEN INPUT RATE-FILE.
           MOVE ZERO TO WS-RATE-CNT.
           READ RATE-FILE
               AT END SET RATE-EOF TO TRUE
           END-READ.
           PERFORM U150-LOAD-RATES THRU U150-END
              UNTIL RATE-EOF.
           CLOSE RATE-FILE.
           OPEN INPUT CUST-FILE.
           MOVE ZERO TO WS-CUS-CNT.
           MOVE ZERO TO WS-CAC-CNT.
           READ CUST-FILE
               AT END SET CUST-EOF TO TRUE
           END-READ.
           IF CUST-EOF
              DISPLAY 'HMWRK016 - CUSTOMER MASTER IS EMPTY'
              MOVE 16 TO RETURN-CODE
              PERFORM U999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT OD-FILE.
           READ OD-FILE
               AT END SET OD-EOF TO TRUE
           END-READ.
           OPEN INPUT GL-FILE.
           READ GL-FILE
               AT END SET GL-EOF TO TRUE
           END-READ.
           IF GL-EOF
              DISPLAY 'HMWRK016 - RUN DATE NOT AVAILABLE, GLEXTR EMPTY'
              MOVE 16 TO RETURN-CODE
              PERFORM U999-PROGRAM-EXIT
           END-IF.
           MOVE GL-RUN-DATE TO WS-RUN-DATE.
           OPEN INPUT OUT-FILE.
           READ OUT-FILE
               AT END SET OUT-EOF TO TRUE
           END-READ.
           OPEN OUTPUT RPT-FILE.
       U100-END. EXIT.

       U110-LOAD-CUSTOMER.
           EVALUATE TRUE
               WHEN CUST-REC-ACCOUNT
                  IF WS-CAC-CNT NOT < 20000
                     DISPLAY 'HMWRK016 - CUSTOMER ACCOUNTS EXCEED '
                             'TABLE SIZE'
                     MOVE 16 TO RETURN-CODE
                     PERFORM U999-PROGRAM-EXIT
                  END-IF
                  ADD  1 TO WS-CAC-CNT
                  MOVE CUST-ACCT-ID      TO WS-CAC-KEY(WS-CAC-CNT)(1:5)
                  MOVE CUST-ACCT-DVZ     TO WS-CAC-KEY(WS-CAC-CNT)(6:3)
                  MOVE CUST-ACCT-CUST-NO TO WS-CAC-CUST-NO(WS-CAC-CNT)
                  MOVE ZERO              TO WS-CAC-NEXT(WS-CAC-CNT)
                  MOVE 'N'               TO WS-CAC-GL-SW(WS-CAC-CNT)
                  MOVE ZERO              TO WS-CAC-BALANCE(WS-CAC-CNT)
                  MOVE ZERO              TO WS-CAC-OD-LINE(WS-CAC-CNT)
                  MOVE ZERO              TO WS-CAC-OD-CNT(WS-CAC-CNT)
                  MOVE ZERO              TO WS-CAC-FEES(WS-CAC-CNT)
               WHEN CUST-REC-CUSTOMER
                  IF WS-CUS-CNT NOT < 10000
                     DISPLAY 'HMWRK016 - CUSTOMER MASTER EXCEEDS '
                             'TABLE SIZE'
                     MOVE 16 TO RETURN-CODE
                     PERFORM U999-PROGRAM-EXIT
                  END-IF
                  ADD  1 TO WS-CUS-CNT
                  MOVE CUST-CUS-NO      TO WS-CUS-NO(WS-CUS-CNT)
                  MOVE CUST-CUS-NAME    TO WS-CUS-NAME(WS-CUS-CNT)
                  MOVE CUST-CUS-SEGMENT TO WS-CUS-SEGMENT(WS-CUS-CNT)
                  MOVE CUST-CUS-HOME-BRANCH
                    TO WS-CUS-BRANCH(WS-CUS-CNT)
                  MOVE CUST-CUS-CAP-DVZ TO WS-CUS-CAP-DVZ(WS-CUS-CNT)
                  MOVE CUST-CUS-CAP-AMT TO WS-CUS-CAP-AMT(WS-CUS-CNT)
                  MOVE ZERO             TO WS-CUS-FIRST(WS-CUS-CNT)
                  MOVE ZERO             TO WS-CUS-LAST(WS-CUS-CNT)
               WHEN OTHER
                  DISPLAY 'HMWRK016 - INVALID CUSTOMER MASTER RECORD'
                  MOVE 16 TO RETURN-CODE
                  PERFORM U999-PROGRAM-EXIT
           END-EVALUATE
           READ CUST-FILE
               AT END SET CUST-EOF TO TRUE
           END-READ.
       U110-END. EXIT.

       U115-LINK-ACCOUNT.
           MOVE WS-CAC-CUST-NO(WS-CAC-SUB) TO WS-CUST-NO-WK
           MOVE ZERO TO WS-CUS-FND
           IF WS-CUS-CNT > ZERO
              SEARCH ALL WS-CUS-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CUS-NO(WS-CUS-IDX) = WS-CUST-NO-WK
                    SET WS-CUS-FND TO WS-CUS-IDX
              END-SEARCH
           END-IF
           IF WS-CUS-FND = ZERO
              ADD 1 TO WS-ORPHAN-ACCT-CNT
              DISPLAY 'HMWRK016 - ACCOUNT ' WS-CAC-KEY(WS-CAC-SUB)
                      ' LINKED TO UNKNOWN CUSTOMER ' WS-CUST-NO-WK
              GO TO U115-END
           END-IF
           IF WS-CUS-FIRST(WS-CUS-FND) = ZERO
              MOVE WS-CAC-SUB TO WS-CUS-FIRST(WS-CUS-FND)
           ELSE
              MOVE WS-CAC-SUB TO WS-CAC-NEXT(WS-CUS-LAST(WS-CUS-FND))
           END-IF
           MOVE WS-CAC-SUB TO WS-CUS-LAST(WS-CUS-FND).
       U115-END. EXIT.

       U120-APPLY-OD-LINE.
           MOVE OD-ID  TO WS-ACCT-KEY-WK(1:5)
           MOVE OD-DVZ TO WS-ACCT-KEY-WK(6:3)
           PERFORM U160-FIND-ACCOUNT THRU U160-END
           IF WS-CAC-FND NOT = ZERO
              MOVE OD-LINE TO WS-CAC-OD-LINE(WS-CAC-FND)
           END-IF
           READ OD-FILE
               AT END SET OD-EOF TO TRUE
           END-READ.
       U120-END. EXIT.

       U130-APPLY-GL.
           ADD  1 TO WS-GL-READ-CNT
           MOVE GL-ID  TO WS-ACCT-KEY-WK(1:5)
           MOVE GL-DVZ TO WS-ACCT-KEY-WK(6:3)
           PERFORM U160-FIND-ACCOUNT THRU U160-END
           IF WS-CAC-FND = ZERO
              ADD 1 TO WS-GL-UNLINKED-CNT
           ELSE
              MOVE 'Y'        TO WS-CAC-GL-SW(WS-CAC-FND)
              MOVE GL-BALANCE TO WS-CAC-BALANCE(WS-CAC-FND)
           END-IF
           READ GL-FILE
               AT END SET GL-EOF TO TRUE
           END-READ.
       U130-END. EXIT.

       U140-APPLY-OUTPUT.
           IF OUT-RETURN-CODE NOT = '00' AND OUT-RETURN-CODE NOT = '47'
              GO TO U140-NEXT
           END-IF
           IF OUT-ISLEM-TIPI NOT = '3' AND OUT-ISLEM-TIPI NOT = '5'
              AND OUT-ISLEM-TIPI NOT = '6'
              GO TO U140-NEXT
           END-IF
           MOVE OUT-ID  TO WS-ACCT-KEY-WK(1:5)
           MOVE OUT-DVZ TO WS-ACCT-KEY-WK(6:3)
           PERFORM U160-FIND-ACCOUNT THRU U160-END
           IF WS-CAC-FND = ZERO
              GO TO U140-NEXT
           END-IF
           IF OUT-RETURN-CODE = '47'
              ADD 1 TO WS-CAC-OD-CNT(WS-CAC-FND)
              ADD 1 TO WS-OD-DEBIT-CNT
           END-IF
           IF OUT-FEE-AMOUNT > ZERO
              ADD OUT-FEE-AMOUNT TO WS-CAC-FEES(WS-CAC-FND)
              ADD 1 TO WS-FEE-ITEM-CNT
           END-IF.
       U140-NEXT.
           READ OUT-FILE
               AT END SET OUT-EOF TO TRUE
           END-READ.
       U140-END. EXIT.

       U150-LOAD-RATES.
           IF WS-RATE-CNT NOT < 500
              DISPLAY 'HMWRK016 - RATE TABLE EXCEEDS SIZE'
              MOVE 16 TO RETURN-CODE
              PERFORM U999-PROGRAM-EXIT
           END-IF
           ADD  1 TO WS-RATE-CNT
           MOVE RATE-FROM-DVZ TO WS-RATE-KEY(WS-RATE-CNT)(1:3)
           MOVE RATE-TO-DVZ   TO WS-RATE-KEY(WS-RATE-CNT)(4:3)
           MOVE RATE-MID      TO WS-RATE-VAL(WS-RATE-CNT)
           READ RATE-FILE
               AT END SET RATE-EOF TO TRUE
           END-READ.
       U150-END. EXIT.

       U160-FIND-ACCOUNT.
           MOVE ZERO TO WS-CAC-FND
           IF WS-CAC-CNT = ZERO
              GO TO U160-END
           END-IF
           SEARCH ALL WS-CAC-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CAC-KEY(WS-CAC-IDX) = WS-ACCT-KEY-WK
                 SET WS-CAC-FND TO WS-CAC-IDX
           END-SEARCH.
       U160-END. EXIT.

       U300-PRINT-CUSTOMER.
           ADD  1 TO WS-CUST-CNT-RPT
           MOVE ZERO TO WS-CUS-POSITION
           MOVE ZERO TO WS-CUS-FEES
           MOVE ZERO TO WS-CUS-ACCT-CNT
           MOVE ZERO TO WS-CUS-NOVAL-CNT
           IF WS-CUST-CNT-RPT = 1
              PERFORM U310-PRINT-HEADING THRU U310-END
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'CUSTOMER ' WS-CUS-NO(WS-CUS-SUB)
                  '  ' WS-CUS-NAME(WS-CUS-SUB)
                  '  SEG ' WS-CUS-SEGMENT(WS-CUS-SUB)
                  '  BRANCH ' WS-CUS-BRANCH(WS-CUS-SUB)
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-CUS-CAP-AMT(WS-CUS-SUB) = ZERO
              STRING '  DAILY DEBIT CAP........: NONE'
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
           ELSE
              MOVE WS-CUS-CAP-AMT(WS-CUS-SUB) TO WS-AMT-ED
              STRING '  DAILY DEBIT CAP........: '
                     WS-CUS-CAP-DVZ(WS-CUS-SUB) ' ' WS-AMT-ED
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
           END-IF
           WRITE RPT-REC
           MOVE WS-CUS-FIRST(WS-CUS-SUB) TO WS-CAC-SUB
           PERFORM U320-PRINT-ACCOUNT THRU U320-END
              UNTIL WS-CAC-SUB = ZERO
           IF WS-CUS-ACCT-CNT = ZERO
              MOVE '  NO ACCOUNTS LINKED' TO RPT-REC
              WRITE RPT-REC
              GO TO U300-END
           END-IF
           MOVE WS-CUS-POSITION TO WS-POS-ED
           MOVE SPACES TO RPT-REC
           STRING '  POSITION IN ' WS-CUS-CAP-DVZ(WS-CUS-SUB)
                  '.........: ' WS-POS-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           IF WS-CUS-NOVAL-CNT > ZERO
              MOVE WS-CUS-NOVAL-CNT TO WS-CNT-ED
              STRING '  EXCL ' WS-CNT-ED ' ACCT'
                     DELIMITED BY SIZE INTO RPT-REC(46:)
              END-STRING
           END-IF
           WRITE RPT-REC
           MOVE WS-CUS-FEES TO WS-POS-ED
           MOVE SPACES TO RPT-REC
           STRING '  FEES IN ' WS-CUS-CAP-DVZ(WS-CUS-SUB)
                  '.............: ' WS-POS-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       U300-END. EXIT.

       U310-PRINT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'HMWRK016 CUSTOMER RELATIONSHIP REPORT  RUN DATE '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES       TO RPT-REC
           MOVE 'ID'         TO RPT-REC(3:2)
           MOVE 'DVZ'        TO RPT-REC(9:3)
           MOVE 'BALANCE'    TO RPT-REC(21:7)
           MOVE 'OD LINE'    TO RPT-REC(37:7)
           MOVE 'ODDR'       TO RPT-REC(46:4)
           MOVE 'FEES'       TO RPT-REC(62:4)
           MOVE 'NOTE'       TO RPT-REC(67:4)
           WRITE RPT-REC.
       U310-END. EXIT.

       U320-PRINT-ACCOUNT.
           ADD  1 TO WS-CUS-ACCT-CNT
           ADD  1 TO WS-ACCT-CNT-RPT
           MOVE SPACES TO RPT-REC
           MOVE WS-CAC-KEY(WS-CAC-SUB)(1:5)  TO RPT-REC(3:5)
           MOVE WS-CAC-KEY(WS-CAC-SUB)(6:3)  TO RPT-REC(9:3)
           MOVE WS-CAC-BALANCE(WS-CAC-SUB)   TO WS-AMT-ED
           MOVE WS-AMT-ED                    TO RPT-REC(13:15)
           MOVE WS-CAC-OD-LINE(WS-CAC-SUB)   TO WS-AMT-ED
           MOVE WS-AMT-ED                    TO RPT-REC(29:15)
           MOVE WS-CAC-OD-CNT(WS-CAC-SUB)    TO WS-CNT-ED
           MOVE WS-CNT-ED                    TO RPT-REC(45:5)
           MOVE WS-CAC-FEES(WS-CAC-SUB)      TO WS-AMT-ED
           MOVE WS-AMT-ED                    TO RPT-REC(51:15)
           IF WS-CAC-GL-SW(WS-CAC-SUB) NOT = 'Y'
              ADD  1       TO WS-NO-GL-CNT
              MOVE 'NO GL' TO RPT-REC(67:5)
           END-IF
           MOVE WS-CAC-BALANCE(WS-CAC-SUB) TO WS-CONV-AMT
           PERFORM U330-VALUE-AMOUNT THRU U330-END
           IF WS-CONV-NO-RATE
              ADD  1         TO WS-CUS-NOVAL-CNT
              ADD  1         TO WS-NOVAL-CNT
              MOVE 'NO RATE' TO RPT-REC(67:7)
           ELSE
              ADD WS-CONV-AMT TO WS-CUS-POSITION
              MOVE WS-CAC-FEES(WS-CAC-SUB) TO WS-CONV-AMT
              PERFORM U330-VALUE-AMOUNT THRU U330-END
              ADD WS-CONV-AMT TO WS-CUS-FEES
           END-IF
           WRITE RPT-REC
           MOVE WS-CAC-NEXT(WS-CAC-SUB) TO WS-CAC-SUB.
       U320-END. EXIT.

       U330-VALUE-AMOUNT.
           SET WS-CONV-VALUED TO TRUE
           IF WS-CAC-KEY(WS-CAC-SUB)(6:3) = WS-CUS-CAP-DVZ(WS-CUS-SUB)
              GO TO U330-END
           END-IF
           SET WS-CONV-NO-RATE TO TRUE
           IF WS-RATE-CNT = ZERO
              GO TO U330-END
           END-IF
           MOVE WS-CAC-KEY(WS-CAC-SUB)(6:3)  TO WS-RATE-KEY-WK(1:3)
           MOVE WS-CUS-CAP-DVZ(WS-CUS-SUB)   TO WS-RATE-KEY-WK(4:3)
           SEARCH ALL WS-RATE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RATE-KEY(WS-RATE-IDX) = WS-RATE-KEY-WK
                 SET WS-CONV-VALUED TO TRUE
                 COMPUTE WS-CONV-AMT ROUNDED =
                         WS-CONV-AMT * WS-RATE-VAL(WS-RATE-IDX)
                    ON SIZE ERROR
                       SET WS-CONV-NO-RATE TO TRUE
                 END-COMPUTE
           END-SEARCH
           IF WS-CONV-VALUED
              GO TO U330-END
           END-IF
           MOVE WS-CUS-CAP-DVZ(WS-CUS-SUB)   TO WS-RATE-KEY-WK(1:3)
           MOVE WS-CAC-KEY(WS-CAC-SUB)(6:3)  TO WS-RATE-KEY-WK(4:3)
           SEARCH ALL WS-RATE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RATE-KEY(WS-RATE-IDX) = WS-RATE-KEY-WK
                 IF WS-RATE-VAL(WS-RATE-IDX) > ZERO
                    SET WS-CONV-VALUED TO TRUE
                    COMPUTE WS-CONV-AMT ROUNDED =
                            WS-CONV-AMT / WS-RATE-VAL(WS-RATE-IDX)
                       ON SIZE ERROR
                          SET WS-CONV-NO-RATE TO TRUE
                    END-COMPUTE
                 END-IF
           END-SEARCH.
       U330-END. EXIT.

       U500-WRAP-UP.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'CUSTOMERS REPORTED.......: ' WS-CUST-CNT-RPT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNTS REPORTED........: ' WS-ACCT-CNT-RPT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNTS WITHOUT GL......: ' WS-NO-GL-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNTS NOT VALUED......: ' WS-NOVAL-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNTS UNKNOWN CUSTOMER: ' WS-ORPHAN-ACCT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'GL POSITIONS READ........: ' WS-GL-READ-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'GL POSITIONS NO CUSTOMER.: ' WS-GL-UNLINKED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'OD DEBITS TODAY..........: ' WS-OD-DEBIT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'FEE ITEMS TODAY..........: ' WS-FEE-ITEM-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           CLOSE CUST-FILE
                 OD-FILE
                 GL-FILE
                 OUT-FILE
                 RPT-FILE
           IF WS-ORPHAN-ACCT-CNT > ZERO OR WS-NOVAL-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
       U500-END. EXIT.

       U999-PROGRAM-EXIT.
           STOP RUN.
       U999-END. EXIT.
