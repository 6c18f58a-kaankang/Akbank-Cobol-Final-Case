       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK013.
       AUTHOR.     KAAN KANIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARD-FILE ASSIGN TO MNTCARD
                            STATUS CARD-ST.
           SELECT CURR-IN-FILE  ASSIGN TO CURRIN
                            STATUS CURR-IN-ST.
           SELECT RATE-IN-FILE  ASSIGN TO RATEIN
                            STATUS RATE-IN-ST.
           SELECT LIMIT-IN-FILE ASSIGN TO LIMIN
                            STATUS LIMIT-IN-ST.
           SELECT FEE-IN-FILE   ASSIGN TO FEEIN
                            STATUS FEE-IN-ST.
           SELECT OD-IN-FILE    ASSIGN TO ODIN
                            STATUS OD-IN-ST.
           SELECT ACR-IN-FILE   ASSIGN TO ACRIN
                            STATUS ACR-IN-ST.
           SELECT CURR-OUT-FILE  ASSIGN TO CURROUT
                            STATUS CURR-OUT-ST.
           SELECT RATE-OUT-FILE  ASSIGN TO RATEOUT
                            STATUS RATE-OUT-ST.
           SELECT LIMIT-OUT-FILE ASSIGN TO LIMOUT
                            STATUS LIMIT-OUT-ST.
           SELECT FEE-OUT-FILE   ASSIGN TO FEEOUT
                            STATUS FEE-OUT-ST.
           SELECT OD-OUT-FILE    ASSIGN TO ODOUT
                            STATUS OD-OUT-ST.
           SELECT ACR-OUT-FILE   ASSIGN TO ACROUT
                            STATUS ACR-OUT-ST.
           SELECT LOG-FILE  ASSIGN TO MNTLOG
                            STATUS LOG-ST.
           SELECT RPT-FILE  ASSIGN TO RPTFILE
                            STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE RECORDING MODE F.
       01  CARD-REC                       PIC X(80).
       FD  CURR-IN-FILE RECORDING MODE F.
       01  CURR-IN-REC                    PIC X(20).
       FD  RATE-IN-FILE RECORDING MODE F.
       01  RATE-IN-REC                    PIC X(30).
       FD  LIMIT-IN-FILE RECORDING MODE F.
       01  LIMIT-IN-REC                   PIC X(30).
       FD  FEE-IN-FILE RECORDING MODE F.
       01  FEE-IN-REC                     PIC X(40).
       FD  OD-IN-FILE RECORDING MODE F.
       01  OD-IN-REC                      PIC X(30).
       FD  ACR-IN-FILE RECORDING MODE F.
       01  ACR-IN-REC                     PIC X(30).
       FD  CURR-OUT-FILE RECORDING MODE F.
       01  CURR-OUT-REC                   PIC X(20).
       FD  RATE-OUT-FILE RECORDING MODE F.
       01  RATE-OUT-REC                   PIC X(30).
       FD  LIMIT-OUT-FILE RECORDING MODE F.
       01  LIMIT-OUT-REC                  PIC X(30).
       FD  FEE-OUT-FILE RECORDING MODE F.
       01  FEE-OUT-REC                    PIC X(40).
       FD  OD-OUT-FILE RECORDING MODE F.
       01  OD-OUT-REC                     PIC X(30).
       FD  ACR-OUT-FILE RECORDING MODE F.
       01  ACR-OUT-REC                    PIC X(30).
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           05 LOG-DATE                    PIC 9(08).
           05 LOG-TIME                    PIC 9(06).
           05 LOG-SEQ                     PIC 9(05).
           05 LOG-OPERATOR                PIC X(08).
           05 LOG-MASTER                  PIC X(04).
           05 LOG-ACTION                  PIC X(01).
           05 LOG-RESULT                  PIC X(01).
           05 LOG-REFERENCE               PIC X(12).
           05 LOG-BEFORE                  PIC X(40).
           05 LOG-AFTER                   PIC X(40).
           05 LOG-MESSAGE                 PIC X(32).
           05 FILLER                      PIC X(03).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 CARD-ST                PIC 9(02).
              88 CARD-EOF                       VALUE 10.
              88 CARD-SUCCESS                   VALUE 00 05 97.
           05 CURR-IN-ST             PIC 9(02).
              88 CURR-IN-EOF                    VALUE 10.
              88 CURR-IN-SUCCESS                VALUE 00 97.
           05 RATE-IN-ST             PIC 9(02).
              88 RATE-IN-EOF                    VALUE 10.
              88 RATE-IN-SUCCESS                VALUE 00 97.
           05 LIMIT-IN-ST            PIC 9(02).
              88 LIMIT-IN-EOF                   VALUE 10.
              88 LIMIT-IN-SUCCESS               VALUE 00 97.
           05 FEE-IN-ST              PIC 9(02).
              88 FEE-IN-EOF                     VALUE 10.
              88 FEE-IN-SUCCESS                 VALUE 00 97.
           05 OD-IN-ST               PIC 9(02).
              88 OD-IN-EOF                      VALUE 10.
              88 OD-IN-SUCCESS                  VALUE 00 97.
           05 ACR-IN-ST              PIC 9(02).
              88 ACR-IN-EOF                     VALUE 10.
              88 ACR-IN-SUCCESS                 VALUE 00 97.
           05 CURR-OUT-ST            PIC 9(02).
           05 RATE-OUT-ST            PIC 9(02).
           05 LIMIT-OUT-ST           PIC 9(02).
           05 FEE-OUT-ST             PIC 9(02).
           05 OD-OUT-ST              PIC 9(02).
           05 ACR-OUT-ST             PIC 9(02).
           05 LOG-ST                 PIC 9(02).
              88 LOG-SUCCESS                    VALUE 00 97.
           05 RPT-ST                 PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00 97.
           05 WS-TODAY               PIC 9(08).
           05 WS-NOW                 PIC 9(08).
           05 WS-PASS                PIC 9(01).
           05 WS-CARD-PASS           PIC 9(01).
           05 WS-CARD-SUB            PIC 9(05).
           05 WS-CARD-SEQ            PIC 9(05).
           05 WS-MS-SUB              PIC 9(02).
           05 WS-MT-SUB              PIC 9(05).
           05 WS-MT-FND              PIC 9(05).
           05 WS-INS-POS             PIC 9(05).
           05 WS-REF-SUB             PIC 9(05).
           05 WS-RESULT              PIC X(01).
              88 WS-CARD-ACCEPTED               VALUE 'A'.
              88 WS-CARD-REJECTED               VALUE 'R'.
           05 WS-REJ-MSG             PIC X(32).
           05 WS-BEFORE              PIC X(40).
           05 WS-AFTER               PIC X(40).
           05 WS-KEY-WK              PIC X(16).
           05 WS-DVZ1-WK             PIC X(03).
           05 WS-DVZ2-WK             PIC X(03).
           05 WS-DVZ-CHK             PIC X(03).
           05 WS-DVZ-SW              PIC X(01).
              88 WS-DVZ-VALID                   VALUE 'Y'.
              88 WS-DVZ-INVALID                 VALUE 'N'.
           05 WS-REF-MASTER          PIC X(04).
           05 WS-SORT-KEY-WK.
              10 WS-SK-MASTER        PIC X(04).
              10 WS-SK-KEY           PIC X(16).
           05 WS-FEE-PCT-MAX         PIC 9(03)V9(04) VALUE 10.
           05 WS-ACR-RATE-MAX        PIC 9(03)V9(06) VALUE 100.
           05 WS-CARD-CNT-TOT        PIC 9(07)  VALUE ZERO.
           05 WS-ACCEPT-CNT          PIC 9(07)  VALUE ZERO.
           05 WS-REJECT-CNT          PIC 9(07)  VALUE ZERO.
           05 WS-CNT-ED              PIC Z(06)9.
         01  WS-CARD-WK.
           05 MNT-MASTER             PIC X(04).
           05 MNT-ACTION             PIC X(01).
              88 MNT-ADD                        VALUE 'A'.
              88 MNT-CHANGE                     VALUE 'C'.
              88 MNT-DELETE                     VALUE 'D'.
           05 MNT-OPERATOR           PIC X(08).
           05 MNT-IMAGE              PIC X(40).
           05 MNT-REFERENCE          PIC X(12).
           05 FILLER                 PIC X(15).
         01  WS-IMG-AREA.
           05 WS-IMG-WK              PIC X(40).
           05 WS-IMG-CURR REDEFINES WS-IMG-WK.
              10 WS-IC-DVZ-CD        PIC X(03).
              10 WS-IC-DVZ-NM        PIC X(15).
              10 FILLER              PIC X(22).
           05 WS-IMG-RATE REDEFINES WS-IMG-WK.
              10 WS-IR-FROM-DVZ      PIC X(03).
              10 WS-IR-TO-DVZ        PIC X(03).
              10 WS-IR-MID           PIC 9(07)V9(08).
              10 FILLER              PIC X(19).
           05 WS-IMG-LIMIT REDEFINES WS-IMG-WK.
              10 WS-IL-ID            PIC X(05).
              10 WS-IL-DVZ           PIC X(03).
              10 WS-IL-CAP           PIC 9(11)V99.
              10 FILLER              PIC X(19).
           05 WS-IMG-FEE REDEFINES WS-IMG-WK.
              10 WS-IF-TIPI          PIC X(01).
              10 WS-IF-DVZ           PIC X(03).
              10 WS-IF-FLAT          PIC 9(11)V99.
              10 WS-IF-PCT           PIC 9(03)V9(04).
              10 WS-IF-CAP           PIC 9(11)V99.
              10 FILLER              PIC X(03).
           05 WS-IMG-OD REDEFINES WS-IMG-WK.
              10 WS-IO-ID            PIC X(05).
              10 WS-IO-DVZ           PIC X(03).
              10 WS-IO-LINE          PIC 9(11)V99.
              10 FILLER              PIC X(19).
           05 WS-IMG-ACR REDEFINES WS-IMG-WK.
              10 WS-IA-DVZ           PIC X(03).
              10 WS-IA-BAND-TOP      PIC 9(11)V99.
              10 WS-IA-RATE          PIC 9(03)V9(06).
              10 FILLER              PIC X(15).
         01  WS-MSTR-AREA.
           05 WS-MSTR-INIT           PIC X(102) VALUE
              'CURRCURRMSTR00200RATERATEMSTR00500LIMTLIMMSTR 00500'
           &  'FEESFEEMSTR 00500ODLNODMSTR  00500ACRTACRMSTR 00500'.
           05 WS-MSTR-TABLE REDEFINES WS-MSTR-INIT.
              10 WS-MSTR-ENTRY OCCURS 6 TIMES
                                INDEXED BY WS-MSTR-IDX.
                 15 WS-MSTR-CODE       PIC X(04).
                 15 WS-MSTR-NAME       PIC X(08).
                 15 WS-MSTR-LIMIT      PIC 9(05).
           05 WS-MCNT-TABLE.
              10 WS-MCNT-ENTRY OCCURS 6 TIMES.
                 15 WS-MCNT-IN         PIC 9(07).
                 15 WS-MCNT-ACTIVE     PIC 9(07).
                 15 WS-MCNT-OUT        PIC 9(07).
                 15 WS-MCNT-ADD        PIC 9(07).
                 15 WS-MCNT-CHG        PIC 9(07).
                 15 WS-MCNT-DEL        PIC 9(07).
                 15 WS-MCNT-REJ        PIC 9(07).
         01  WS-CARD-AREA.
           05 WS-CARD-CNT            PIC 9(05) COMP.
           05 WS-CARD-TABLE.
              10 WS-CARD-IMG OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-CARD-CNT
                                     PIC X(80).
         01  WS-MT-AREA.
           05 WS-MT-CNT              PIC 9(05) COMP.
           05 WS-MT-TABLE.
              10 WS-MT-ENTRY OCCURS 1 TO 3000 TIMES
                              DEPENDING ON WS-MT-CNT
                              ASCENDING KEY IS WS-MT-SORT-KEY
                              INDEXED BY WS-MT-IDX.
                 15 WS-MT-SORT-KEY.
                    20 WS-MT-MASTER    PIC X(04).
                    20 WS-MT-KEY       PIC X(16).
                 15 WS-MT-IMAGE        PIC X(40).
                 15 WS-MT-DVZ1         PIC X(03).
                 15 WS-MT-DVZ2         PIC X(03).
                 15 WS-MT-DELETED      PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM T100-OPEN-FILES THRU T100-END.
           PERFORM T200-APPLY-CARD THRU T200-END
              VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 3
                AFTER WS-CARD-SUB FROM 1 BY 1
                UNTIL WS-CARD-SUB > WS-CARD-CNT.
           PERFORM T600-WRITE-MASTERS THRU T600-END.
           PERFORM T700-PRINT-SUMMARY THRU T700-END.
           PERFORM T999-PROGRAM-EXIT.

       T100-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW   FROM TIME.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT LOG-FILE.
           MOVE ZERO TO WS-MT-CNT.
           MOVE ZERO TO WS-CARD-CNT.
           INITIALIZE WS-MCNT-TABLE.
           MOVE 1 TO WS-MS-SUB.
           OPEN INPUT CURR-IN-FILE.
           READ CURR-IN-FILE
               AT END SET CURR-IN-EOF TO TRUE
           END-READ.
           PERFORM T111-LOAD-CURR THRU T111-END
              UNTIL CURR-IN-EOF.
           CLOSE CURR-IN-FILE.
           MOVE 2 TO WS-MS-SUB.
           OPEN INPUT RATE-IN-FILE.
           READ RATE-IN-FILE
               AT END SET RATE-IN-EOF TO TRUE
           END-READ.
           PERFORM T112-LOAD-RATE THRU T112-END
              UNTIL RATE-IN-EOF.
           CLOSE RATE-IN-FILE.
           MOVE 3 TO WS-MS-SUB.
           OPEN INPUT LIMIT-IN-FILE.
           READ LIMIT-IN-FILE
               AT END SET LIMIT-IN-EOF TO TRUE
           END-READ.
           PERFORM T113-LOAD-LIMIT THRU T113-END
              UNTIL LIMIT-IN-EOF.
           CLOSE LIMIT-IN-FILE.
           MOVE 4 TO WS-MS-SUB.
           OPEN INPUT FEE-IN-FILE.
           READ FEE-IN-FILE
               AT END SET FEE-IN-EOF TO TRUE
           END-READ.
           PERFORM T114-LOAD-FEE THRU T114-END
              UNTIL FEE-IN-EOF.
           CLOSE FEE-IN-FILE.
           MOVE 5 TO WS-MS-SUB.
           OPEN INPUT OD-IN-FILE.
           READ OD-IN-FILE
               AT END SET OD-IN-EOF TO TRUE
           END-READ.
           PERFORM T115-LOAD-OD THRU T115-END
              UNTIL OD-IN-EOF.
           CLOSE OD-IN-FILE.
           MOVE 6 TO WS-MS-SUB.
           OPEN INPUT ACR-IN-FILE.
           READ ACR-IN-FILE
               AT END SET ACR-IN-EOF TO TRUE
           END-READ.
           PERFORM T116-LOAD-ACR THRU T116-END
              UNTIL ACR-IN-EOF.
           CLOSE ACR-IN-FILE.
           OPEN INPUT CARD-FILE.
           IF CARD-SUCCESS
              READ CARD-FILE
                  AT END SET CARD-EOF TO TRUE
              END-READ
              PERFORM T118-LOAD-CARD THRU T118-END
                 UNTIL CARD-EOF
              CLOSE CARD-FILE
           END-IF.
           MOVE SPACES TO RPT-REC
           STRING 'HMWRK013 REFERENCE MASTER MAINTENANCE  RUN '
                  WS-TODAY ' ' WS-NOW(1:6)
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
       T100-END. EXIT.

       T111-LOAD-CURR.
           MOVE CURR-IN-REC TO WS-IMG-WK
           PERFORM T120-LOAD-ENTRY THRU T120-END
           READ CURR-IN-FILE
               AT END SET CURR-IN-EOF TO TRUE
           END-READ.
       T111-END. EXIT.

       T112-LOAD-RATE.
           MOVE RATE-IN-REC TO WS-IMG-WK
           PERFORM T120-LOAD-ENTRY THRU T120-END
           READ RATE-IN-FILE
               AT END SET RATE-IN-EOF TO TRUE
           END-READ.
       T112-END. EXIT.

       T113-LOAD-LIMIT.
           MOVE LIMIT-IN-REC TO WS-IMG-WK
           PERFORM T120-LOAD-ENTRY THRU T120-END
           READ LIMIT-IN-FILE
               AT END SET LIMIT-IN-EOF TO TRUE
           END-READ.
       T113-END. EXIT.

       T114-LOAD-FEE.
           MOVE FEE-IN-REC TO WS-IMG-WK
           PERFORM T120-LOAD-ENTRY THRU T120-END
           READ FEE-IN-FILE
               AT END SET FEE-IN-EOF TO TRUE
           END-READ.
       T114-END. EXIT.

       T115-LOAD-OD.
           MOVE OD-IN-REC TO WS-IMG-WK
           PERFORM T120-LOAD-ENTRY THRU T120-END
           READ OD-IN-FILE
               AT END SET OD-IN-EOF TO TRUE
           END-READ.
       T115-END. EXIT.

       T116-LOAD-ACR.
           MOVE ACR-IN-REC TO WS-IMG-WK
           PERFORM T120-LOAD-ENTRY THRU T120-END
           READ ACR-IN-FILE
               AT END SET ACR-IN-EOF TO TRUE
           END-READ.
       T116-END. EXIT.

       T118-LOAD-CARD.
           IF CARD-REC(1:1) = '*' OR CARD-REC = SPACES
              GO TO T118-NEXT
           END-IF
           IF WS-CARD-CNT NOT < 2000
              DISPLAY 'HMWRK013 - MAINTENANCE CARD TABLE EXCEEDED'
              MOVE 16 TO RETURN-CODE
              PERFORM T999-PROGRAM-EXIT
           END-IF
           ADD  1 TO WS-CARD-CNT
           MOVE CARD-REC TO WS-CARD-IMG(WS-CARD-CNT).
       T118-NEXT.
           READ CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
       T118-END. EXIT.

       T120-LOAD-ENTRY.
           PERFORM T150-BUILD-KEY THRU T150-END
           MOVE WS-MSTR-CODE(WS-MS-SUB) TO WS-SK-MASTER
           MOVE WS-KEY-WK               TO WS-SK-KEY
           PERFORM T820-FIND-ENTRY THRU T820-END
           IF WS-MT-FND NOT = ZERO
              DISPLAY 'HMWRK013 - DUPLICATE KEY ON '
                      WS-MSTR-NAME(WS-MS-SUB) ' ' WS-KEY-WK
              MOVE 16 TO RETURN-CODE
              PERFORM T999-PROGRAM-EXIT
           END-IF
           PERFORM T800-INSERT-ENTRY THRU T800-END
           ADD 1 TO WS-MCNT-IN(WS-MS-SUB)
           ADD 1 TO WS-MCNT-ACTIVE(WS-MS-SUB).
       T120-END. EXIT.

       T150-BUILD-KEY.
           MOVE SPACES TO WS-KEY-WK
           MOVE SPACES TO WS-DVZ1-WK
           MOVE SPACES TO WS-DVZ2-WK
           EVALUATE WS-MS-SUB
               WHEN 1
                  MOVE WS-IMG-WK(1:3)  TO WS-KEY-WK
                  MOVE WS-IC-DVZ-CD    TO WS-DVZ1-WK
               WHEN 2
                  MOVE WS-IMG-WK(1:6)  TO WS-KEY-WK
                  MOVE WS-IR-FROM-DVZ  TO WS-DVZ1-WK
                  MOVE WS-IR-TO-DVZ    TO WS-DVZ2-WK
               WHEN 3
                  MOVE WS-IMG-WK(1:8)  TO WS-KEY-WK
                  MOVE WS-IL-DVZ       TO WS-DVZ1-WK
               WHEN 4
                  MOVE WS-IMG-WK(1:4)  TO WS-KEY-WK
                  MOVE WS-IF-DVZ       TO WS-DVZ1-WK
               WHEN 5
                  MOVE WS-IMG-WK(1:8)  TO WS-KEY-WK
                  MOVE WS-IO-DVZ       TO WS-DVZ1-WK
               WHEN 6
                  MOVE WS-IMG-WK(1:16) TO WS-KEY-WK
                  MOVE WS-IA-DVZ       TO WS-DVZ1-WK
           END-EVALUATE.
       T150-END. EXIT.

       T200-APPLY-CARD.
           MOVE WS-CARD-IMG(WS-CARD-SUB) TO WS-CARD-WK
           MOVE 2 TO WS-CARD-PASS
           IF MNT-MASTER = 'CURR'
              IF MNT-DELETE
                 MOVE 3 TO WS-CARD-PASS
              ELSE
                 MOVE 1 TO WS-CARD-PASS
              END-IF
           END-IF
           IF WS-CARD-PASS NOT = WS-PASS
              GO TO T200-END
           END-IF
           ADD  1 TO WS-CARD-CNT-TOT
           MOVE WS-CARD-SUB TO WS-CARD-SEQ
           SET  WS-CARD-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REJ-MSG
           MOVE SPACES TO WS-BEFORE
           MOVE SPACES TO WS-AFTER
           MOVE ZERO   TO WS-MS-SUB
           SET  WS-MSTR-IDX TO 1
           SEARCH WS-MSTR-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MSTR-CODE(WS-MSTR-IDX) = MNT-MASTER
                 SET WS-MS-SUB TO WS-MSTR-IDX
           END-SEARCH
           IF WS-MS-SUB = ZERO
              MOVE 'UNKNOWN MASTER CODE' TO WS-REJ-MSG
              GO TO T200-LOG
           END-IF
           IF NOT MNT-ADD AND NOT MNT-CHANGE AND NOT MNT-DELETE
              MOVE 'ACTION MUST BE A, C OR D' TO WS-REJ-MSG
              GO TO T200-LOG
           END-IF
           IF MNT-OPERATOR = SPACES
              MOVE 'OPERATOR ID MISSING' TO WS-REJ-MSG
              GO TO T200-LOG
           END-IF
           MOVE MNT-IMAGE TO WS-IMG-WK
           PERFORM T150-BUILD-KEY THRU T150-END
           MOVE MNT-MASTER TO WS-SK-MASTER
           MOVE WS-KEY-WK  TO WS-SK-KEY
           PERFORM T820-FIND-ENTRY THRU T820-END
           IF WS-MT-FND NOT = ZERO
              IF WS-MT-DELETED(WS-MT-FND) = 'Y'
                 MOVE ZERO TO WS-MT-FND
              END-IF
           END-IF
           EVALUATE TRUE
               WHEN MNT-DELETE
                  PERFORM T210-DELETE-ENTRY THRU T210-END
               WHEN MNT-ADD
                  PERFORM T220-ADD-ENTRY THRU T220-END
               WHEN MNT-CHANGE
                  PERFORM T230-CHANGE-ENTRY THRU T230-END
           END-EVALUATE.
       T200-LOG.
           IF WS-REJ-MSG NOT = SPACES
              SET WS-CARD-REJECTED TO TRUE
           END-IF
           PERFORM T250-LOG-CARD THRU T250-END.
       T200-END. EXIT.

       T210-DELETE-ENTRY.
           IF WS-MT-FND = ZERO
              MOVE 'RECORD NOT ON MASTER' TO WS-REJ-MSG
              GO TO T210-END
           END-IF
           IF WS-MS-SUB = 1
              PERFORM T840-CHECK-CURR-USED THRU T840-END
              IF WS-REF-MASTER NOT = SPACES
                 MOVE SPACES TO WS-REJ-MSG
                 STRING 'CURRENCY STILL USED ON ' WS-REF-MASTER
                        DELIMITED BY SIZE INTO WS-REJ-MSG
                 END-STRING
                 GO TO T210-END
              END-IF
           END-IF
           MOVE WS-MT-IMAGE(WS-MT-FND) TO WS-BEFORE
           MOVE 'Y' TO WS-MT-DELETED(WS-MT-FND)
           SUBTRACT 1 FROM WS-MCNT-ACTIVE(WS-MS-SUB)
           ADD 1 TO WS-MCNT-DEL(WS-MS-SUB).
       T210-END. EXIT.

       T220-ADD-ENTRY.
           IF WS-MT-FND NOT = ZERO
              MOVE 'RECORD ALREADY ON MASTER' TO WS-REJ-MSG
              GO TO T220-END
           END-IF
           PERFORM T300-VALIDATE-IMAGE THRU T300-END
           IF WS-REJ-MSG NOT = SPACES
              GO TO T220-END
           END-IF
           IF WS-MCNT-ACTIVE(WS-MS-SUB) NOT < WS-MSTR-LIMIT(WS-MS-SUB)
              MOVE 'MASTER IS AT ITS TABLE LIMIT' TO WS-REJ-MSG
              GO TO T220-END
           END-IF
           PERFORM T820-FIND-ENTRY THRU T820-END
           IF WS-MT-FND NOT = ZERO
              MOVE WS-IMG-WK  TO WS-MT-IMAGE(WS-MT-FND)
              MOVE WS-DVZ1-WK TO WS-MT-DVZ1(WS-MT-FND)
              MOVE WS-DVZ2-WK TO WS-MT-DVZ2(WS-MT-FND)
              MOVE 'N'        TO WS-MT-DELETED(WS-MT-FND)
           ELSE
              PERFORM T800-INSERT-ENTRY THRU T800-END
           END-IF
           MOVE WS-IMG-WK TO WS-AFTER
           ADD 1 TO WS-MCNT-ACTIVE(WS-MS-SUB)
           ADD 1 TO WS-MCNT-ADD(WS-MS-SUB).
       T220-END. EXIT.

       T230-CHANGE-ENTRY.
           IF WS-MT-FND = ZERO
              MOVE 'RECORD NOT ON MASTER' TO WS-REJ-MSG
              GO TO T230-END
           END-IF
           PERFORM T300-VALIDATE-IMAGE THRU T300-END
           IF WS-REJ-MSG NOT = SPACES
              GO TO T230-END
           END-IF
           PERFORM T820-FIND-ENTRY THRU T820-END
           MOVE WS-MT-IMAGE(WS-MT-FND) TO WS-BEFORE
           MOVE WS-IMG-WK  TO WS-MT-IMAGE(WS-MT-FND)
           MOVE WS-DVZ1-WK TO WS-MT-DVZ1(WS-MT-FND)
           MOVE WS-DVZ2-WK TO WS-MT-DVZ2(WS-MT-FND)
           MOVE WS-IMG-WK  TO WS-AFTER
           ADD 1 TO WS-MCNT-CHG(WS-MS-SUB).
       T230-END. EXIT.

       T250-LOG-CARD.
           IF WS-CARD-REJECTED
              ADD 1 TO WS-REJECT-CNT
              IF WS-MS-SUB NOT = ZERO
                 ADD 1 TO WS-MCNT-REJ(WS-MS-SUB)
              END-IF
           ELSE
              ADD 1 TO WS-ACCEPT-CNT
           END-IF
           MOVE WS-TODAY      TO LOG-DATE
           MOVE WS-NOW(1:6)   TO LOG-TIME
           MOVE WS-CARD-SEQ   TO LOG-SEQ
           MOVE MNT-OPERATOR  TO LOG-OPERATOR
           MOVE MNT-MASTER    TO LOG-MASTER
           MOVE MNT-ACTION    TO LOG-ACTION
           MOVE WS-RESULT     TO LOG-RESULT
           MOVE MNT-REFERENCE TO LOG-REFERENCE
           MOVE WS-BEFORE     TO LOG-BEFORE
           MOVE WS-AFTER      TO LOG-AFTER
           MOVE WS-REJ-MSG    TO LOG-MESSAGE
           WRITE LOG-REC
           MOVE SPACES TO RPT-REC
           IF WS-CARD-REJECTED
              STRING 'CARD ' WS-CARD-SEQ ' ' MNT-MASTER ' '
                     MNT-ACTION ' BY ' MNT-OPERATOR
                     ' REJECTED - ' WS-REJ-MSG
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
           ELSE
              STRING 'CARD ' WS-CARD-SEQ ' ' MNT-MASTER ' '
                     MNT-ACTION ' BY ' MNT-OPERATOR
                     ' REF ' MNT-REFERENCE ' APPLIED'
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING '   BEFORE: ' WS-BEFORE
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-CARD-REJECTED
              STRING '   CARD..: ' MNT-IMAGE
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
           ELSE
              STRING '   AFTER.: ' WS-AFTER
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
           END-IF
           WRITE RPT-REC.
       T250-END. EXIT.

       T300-VALIDATE-IMAGE.
           EVALUATE WS-MS-SUB
               WHEN 1
                  IF WS-IC-DVZ-CD NOT NUMERIC
                     OR WS-IC-DVZ-CD = '000'
                     MOVE 'DVZ CODE MUST BE 001-999' TO WS-REJ-MSG
                  END-IF
                  IF WS-IC-DVZ-NM = SPACES
                     MOVE 'CURRENCY NAME MISSING' TO WS-REJ-MSG
                  END-IF
               WHEN 2
                  PERFORM T310-VALIDATE-RATE THRU T310-END
               WHEN 3
                  IF WS-IL-ID NOT NUMERIC
                     MOVE 'ACCOUNT ID NOT NUMERIC' TO WS-REJ-MSG
                     GO TO T300-END
                  END-IF
                  IF WS-IL-CAP NOT NUMERIC
                     MOVE 'LIMIT CAP NOT NUMERIC' TO WS-REJ-MSG
                     GO TO T300-END
                  END-IF
                  MOVE WS-IL-DVZ TO WS-DVZ-CHK
                  PERFORM T830-CHECK-DVZ THRU T830-END
               WHEN 4
                  PERFORM T320-VALIDATE-FEE THRU T320-END
               WHEN 5
                  IF WS-IO-ID NOT NUMERIC
                     MOVE 'ACCOUNT ID NOT NUMERIC' TO WS-REJ-MSG
                     GO TO T300-END
                  END-IF
                  IF WS-IO-LINE NOT NUMERIC
                     MOVE 'OVERDRAFT LINE NOT NUMERIC' TO WS-REJ-MSG
                     GO TO T300-END
                  END-IF
                  MOVE WS-IO-DVZ TO WS-DVZ-CHK
                  PERFORM T830-CHECK-DVZ THRU T830-END
               WHEN 6
                  PERFORM T330-VALIDATE-ACR THRU T330-END
           END-EVALUATE.
       T300-END. EXIT.

       T310-VALIDATE-RATE.
           IF WS-IR-FROM-DVZ = WS-IR-TO-DVZ
              MOVE 'FROM AND TO DVZ ARE THE SAME' TO WS-REJ-MSG
              GO TO T310-END
           END-IF
           IF WS-IR-MID NOT NUMERIC OR WS-IR-MID = ZERO
              MOVE 'MID RATE MISSING OR ZERO' TO WS-REJ-MSG
              GO TO T310-END
           END-IF
           MOVE WS-IR-FROM-DVZ TO WS-DVZ-CHK
           PERFORM T830-CHECK-DVZ THRU T830-END
           IF WS-REJ-MSG NOT = SPACES
              GO TO T310-END
           END-IF
           MOVE WS-IR-TO-DVZ TO WS-DVZ-CHK
           PERFORM T830-CHECK-DVZ THRU T830-END.
       T310-END. EXIT.

       T320-VALIDATE-FEE.
           IF WS-IF-TIPI NOT = '3' AND WS-IF-TIPI NOT = '5'
              AND WS-IF-TIPI NOT = '6'
              MOVE 'FEE TIPI MUST BE 3, 5 OR 6' TO WS-REJ-MSG
              GO TO T320-END
           END-IF
           IF WS-IF-FLAT NOT NUMERIC OR WS-IF-PCT NOT NUMERIC
              OR WS-IF-CAP NOT NUMERIC
              MOVE 'FEE AMOUNTS NOT NUMERIC' TO WS-REJ-MSG
              GO TO T320-END
           END-IF
           IF WS-IF-PCT > WS-FEE-PCT-MAX
              MOVE 'FEE PCT ABOVE 10.0000' TO WS-REJ-MSG
              GO TO T320-END
           END-IF
           IF WS-IF-CAP > ZERO AND WS-IF-CAP < WS-IF-FLAT
              MOVE 'FEE CAP BELOW FLAT FEE' TO WS-REJ-MSG
              GO TO T320-END
           END-IF
           MOVE WS-IF-DVZ TO WS-DVZ-CHK
           PERFORM T830-CHECK-DVZ THRU T830-END.
       T320-END. EXIT.

       T330-VALIDATE-ACR.
           IF WS-IA-BAND-TOP NOT NUMERIC OR WS-IA-BAND-TOP = ZERO
              MOVE 'BAND TOP MISSING OR ZERO' TO WS-REJ-MSG
              GO TO T330-END
           END-IF
           IF WS-IA-RATE NOT NUMERIC
              OR WS-IA-RATE > WS-ACR-RATE-MAX
              MOVE 'ACCRUAL RATE NOT 0-100' TO WS-REJ-MSG
              GO TO T330-END
           END-IF
           MOVE WS-IA-DVZ TO WS-DVZ-CHK
           PERFORM T830-CHECK-DVZ THRU T830-END.
       T330-END. EXIT.

       T600-WRITE-MASTERS.
           OPEN OUTPUT CURR-OUT-FILE
                       RATE-OUT-FILE
                       LIMIT-OUT-FILE
                       FEE-OUT-FILE
                       OD-OUT-FILE
                       ACR-OUT-FILE.
           PERFORM T610-WRITE-ENTRY THRU T610-END
              VARYING WS-MT-SUB FROM 1 BY 1
              UNTIL WS-MT-SUB > WS-MT-CNT.
           CLOSE CURR-OUT-FILE
                 RATE-OUT-FILE
                 LIMIT-OUT-FILE
                 FEE-OUT-FILE
                 OD-OUT-FILE
                 ACR-OUT-FILE.
       T600-END. EXIT.

       T610-WRITE-ENTRY.
           IF WS-MT-DELETED(WS-MT-SUB) = 'Y'
              GO TO T610-END
           END-IF
           EVALUATE WS-MT-MASTER(WS-MT-SUB)
               WHEN 'CURR'
                  MOVE WS-MT-IMAGE(WS-MT-SUB) TO CURR-OUT-REC
                  WRITE CURR-OUT-REC
                  ADD 1 TO WS-MCNT-OUT(1)
               WHEN 'RATE'
                  MOVE WS-MT-IMAGE(WS-MT-SUB) TO RATE-OUT-REC
                  WRITE RATE-OUT-REC
                  ADD 1 TO WS-MCNT-OUT(2)
               WHEN 'LIMT'
                  MOVE WS-MT-IMAGE(WS-MT-SUB) TO LIMIT-OUT-REC
                  WRITE LIMIT-OUT-REC
                  ADD 1 TO WS-MCNT-OUT(3)
               WHEN 'FEES'
                  MOVE WS-MT-IMAGE(WS-MT-SUB) TO FEE-OUT-REC
                  WRITE FEE-OUT-REC
                  ADD 1 TO WS-MCNT-OUT(4)
               WHEN 'ODLN'
                  MOVE WS-MT-IMAGE(WS-MT-SUB) TO OD-OUT-REC
                  WRITE OD-OUT-REC
                  ADD 1 TO WS-MCNT-OUT(5)
               WHEN 'ACRT'
                  MOVE WS-MT-IMAGE(WS-MT-SUB) TO ACR-OUT-REC
                  WRITE ACR-OUT-REC
                  ADD 1 TO WS-MCNT-OUT(6)
           END-EVALUATE.
       T610-END. EXIT.

       T700-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'MASTER      IN    ADD    CHG    DEL    REJ    OUT'
             TO RPT-REC
           WRITE RPT-REC
           PERFORM T710-PRINT-MASTER-LINE THRU T710-END
              VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 6
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'CARDS READ...............: ' WS-CARD-CNT-TOT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'CARDS APPLIED............: ' WS-ACCEPT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'CARDS REJECTED...........: ' WS-REJECT-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-REJECT-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE LOG-FILE
                 RPT-FILE.
       T700-END. EXIT.

       T710-PRINT-MASTER-LINE.
           MOVE SPACES TO RPT-REC
           MOVE WS-MSTR-NAME(WS-MS-SUB) TO RPT-REC(1:8)
           MOVE WS-MCNT-IN(WS-MS-SUB)   TO WS-CNT-ED
           MOVE WS-CNT-ED               TO RPT-REC(8:7)
           MOVE WS-MCNT-ADD(WS-MS-SUB)  TO WS-CNT-ED
           MOVE WS-CNT-ED               TO RPT-REC(15:7)
           MOVE WS-MCNT-CHG(WS-MS-SUB)  TO WS-CNT-ED
           MOVE WS-CNT-ED               TO RPT-REC(22:7)
           MOVE WS-MCNT-DEL(WS-MS-SUB)  TO WS-CNT-ED
           MOVE WS-CNT-ED               TO RPT-REC(29:7)
           MOVE WS-MCNT-REJ(WS-MS-SUB)  TO WS-CNT-ED
           MOVE WS-CNT-ED               TO RPT-REC(36:7)
           MOVE WS-MCNT-OUT(WS-MS-SUB)  TO WS-CNT-ED
           MOVE WS-CNT-ED               TO RPT-REC(43:7)
           WRITE RPT-REC.
       T710-END. EXIT.

       T800-INSERT-ENTRY.
           IF WS-MT-CNT NOT < 3000
              DISPLAY 'HMWRK013 - MASTER TABLE EXCEEDED'
              MOVE 16 TO RETURN-CODE
              PERFORM T999-PROGRAM-EXIT
           END-IF
           COMPUTE WS-INS-POS = WS-MT-CNT + 1
           PERFORM T805-FIND-SLOT THRU T805-END
              VARYING WS-MT-SUB FROM 1 BY 1
              UNTIL WS-MT-SUB > WS-MT-CNT
                 OR WS-INS-POS NOT > WS-MT-CNT
           ADD 1 TO WS-MT-CNT
           PERFORM T810-SHIFT-UP THRU T810-END
              VARYING WS-MT-SUB FROM WS-MT-CNT BY -1
              UNTIL WS-MT-SUB NOT > WS-INS-POS
           MOVE WS-SORT-KEY-WK TO WS-MT-SORT-KEY(WS-INS-POS)
           MOVE WS-IMG-WK      TO WS-MT-IMAGE(WS-INS-POS)
           MOVE WS-DVZ1-WK     TO WS-MT-DVZ1(WS-INS-POS)
           MOVE WS-DVZ2-WK     TO WS-MT-DVZ2(WS-INS-POS)
           MOVE 'N'            TO WS-MT-DELETED(WS-INS-POS).
       T800-END. EXIT.

       T805-FIND-SLOT.
           IF WS-MT-SORT-KEY(WS-MT-SUB) > WS-SORT-KEY-WK
              MOVE WS-MT-SUB TO WS-INS-POS
           END-IF.
       T805-END. EXIT.

       T810-SHIFT-UP.
           MOVE WS-MT-ENTRY(WS-MT-SUB - 1) TO WS-MT-ENTRY(WS-MT-SUB).
       T810-END. EXIT.

       T820-FIND-ENTRY.
           MOVE ZERO TO WS-MT-FND
           IF WS-MT-CNT = ZERO
              GO TO T820-END
           END-IF
           SEARCH ALL WS-MT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MT-SORT-KEY(WS-MT-IDX) = WS-SORT-KEY-WK
                 SET WS-MT-FND TO WS-MT-IDX
           END-SEARCH.
       T820-END. EXIT.

       T830-CHECK-DVZ.
           SET  WS-DVZ-INVALID TO TRUE
           MOVE 'CURR'     TO WS-SK-MASTER
           MOVE WS-DVZ-CHK TO WS-SK-KEY
           PERFORM T820-FIND-ENTRY THRU T820-END
           IF WS-MT-FND NOT = ZERO
              IF WS-MT-DELETED(WS-MT-FND) NOT = 'Y'
                 SET WS-DVZ-VALID TO TRUE
              END-IF
           END-IF
           IF WS-DVZ-INVALID
              MOVE SPACES TO WS-REJ-MSG
              STRING 'DVZ ' WS-DVZ-CHK ' NOT ON CURRMSTR'
                     DELIMITED BY SIZE INTO WS-REJ-MSG
              END-STRING
           END-IF
           MOVE MNT-MASTER TO WS-SK-MASTER
           MOVE WS-KEY-WK  TO WS-SK-KEY.
       T830-END. EXIT.

       T840-CHECK-CURR-USED.
           MOVE SPACES TO WS-REF-MASTER
           PERFORM T845-CHECK-ONE-REF THRU T845-END
              VARYING WS-REF-SUB FROM 1 BY 1
              UNTIL WS-REF-SUB > WS-MT-CNT
                 OR WS-REF-MASTER NOT = SPACES.
       T840-END. EXIT.

       T845-CHECK-ONE-REF.
           IF WS-MT-MASTER(WS-REF-SUB) = 'CURR'
              OR WS-MT-DELETED(WS-REF-SUB) = 'Y'
              GO TO T845-END
           END-IF
           IF WS-MT-DVZ1(WS-REF-SUB) = WS-DVZ1-WK
              OR WS-MT-DVZ2(WS-REF-SUB) = WS-DVZ1-WK
              MOVE WS-MT-MASTER(WS-REF-SUB) TO WS-REF-MASTER
           END-IF.
       T845-END. EXIT.

       T999-PROGRAM-EXIT.
           STOP RUN.
       T999-END. EXIT.
