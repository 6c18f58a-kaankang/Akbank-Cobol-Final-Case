                            STATUS FEE-ST.
           SELECT OD-FILE   ASSIGN TO ODMSTR
                            STATUS OD-ST.
           SELECT CAL-FILE  ASSIGN TO CALMSTR
                            STATUS CAL-ST.
           SELECT OPTIONAL HOLD-IN-FILE ASSIGN TO HOLDIN
                            STATUS HOLD-IN-ST.
           SELECT HOLD-OUT-FILE ASSIGN TO HOLDOUT
                            STATUS LACT-IN-ST.
           SELECT LACT-OUT-FILE ASSIGN TO LACTOUT
                            STATUS LACT-OUT-ST.
           SELECT PAY-FILE  ASSIGN TO PAYOUT
                            STATUS PAY-ST.
           SELECT CUST-FILE ASSIGN TO CUSTMSTR
                            STATUS CUST-ST.
           SELECT OPTIONAL CUSU-IN-FILE ASSIGN TO CUSTUSIN
                            STATUS CUSU-IN-ST.
           SELECT CUSU-OUT-FILE ASSIGN TO CUSTUSOT
                            STATUS CUSU-OUT-ST.
           SELECT OPTIONAL LIEN-IN-FILE ASSIGN TO LIENIN
                            STATUS LIEN-IN-ST.
           SELECT LIEN-OUT-FILE ASSIGN TO LIENOUT
                            STATUS LIEN-OUT-ST.
           SELECT OPTIONAL LCRD-FILE ASSIGN TO LIENCARD
                            STATUS LCRD-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
           05 INP-DRCR                  PIC X(01).
           05 INP-BRANCH                PIC X(04).
           05 INP-CHANNEL               PIC X(01).
           05 INP-BENE-BANK             PIC X(04).
           05 INP-BENE-ACCT             PIC X(26).
           05 FILLER                    PIC X(05).
       01  INP-HEADER-REC REDEFINES INP-REC.
           05 INP-HDR-TYPE              PIC X(01).
           05 INP-HDR-RUN-DATE          PIC 9(08).
           05 SORD-NEXT-DUE              PIC 9(08).
           05 SORD-TO-DVZ                PIC X(03).
           05 SORD-TIPI                  PIC X(01).
           05 SORD-BASE-DUE              PIC 9(08).
           05 FILLER                     PIC X(33).
       FD  SORD-OUT-FILE RECORDING MODE F.
       01  SORD-OUT-REC                  PIC X(80).
       FD  LIMIT-FILE RECORDING MODE F.
           05 OD-DVZ                     PIC X(03).
           05 OD-LINE                    PIC 9(11)V99.
           05 FILLER                     PIC X(09).
       FD  CAL-FILE RECORDING MODE F.
       01  CAL-REC.
           05 CAL-DVZ                    PIC X(03).
           05 CAL-DATE                   PIC 9(08).
           05 CAL-DESC                   PIC X(20).
           05 FILLER                     PIC X(09).
       FD  HOLD-IN-FILE RECORDING MODE F.
       01  HOLD-IN-REC                   PIC X(80).
       FD  HOLD-OUT-FILE RECORDING MODE F.
       01  HOLD-OUT-REC                  PIC X(80).
       FD  PEND-IN-FILE RECORDING MODE F.
       01  PEND-IN-REC.
           05 FILLER                     PIC X(06).
           05 PEND-IN-DVZ                PIC X(03).
           05 FILLER                     PIC X(18).
           05 PEND-IN-VALUE-DATE         PIC 9(08).
           05 FILLER                     PIC X(45).
       FD  PEND-OUT-FILE RECORDING MODE F.
           05 AUDIT-BRANCH                PIC X(04).
           05 AUDIT-CHANNEL               PIC X(01).
           05 FILLER                      PIC X(64).
       FD  PAY-FILE RECORDING MODE F.
       01  PAY-REC.
           05 PAY-REC-TYPE                PIC X(01).
           05 PAY-RUN-DATE                PIC 9(08).
           05 PAY-STREAM                  PIC 9(01).
           05 PAY-SEQ                     PIC 9(07).
           05 PAY-FROM-ID                 PIC X(05).
           05 PAY-FROM-DVZ                PIC X(03).
           05 PAY-DVZ                     PIC X(03).
           05 PAY-AMOUNT                  PIC 9(11)V99.
           05 PAY-VALUE-DATE              PIC 9(08).
           05 PAY-BENE-BANK               PIC X(04).
           05 PAY-BENE-ACCT               PIC X(26).
           05 PAY-NOSTRO-ID               PIC X(05).
           05 PAY-BRANCH                  PIC X(04).
           05 PAY-CHANNEL                 PIC X(01).
           05 FILLER                      PIC X(11).
       01  PAY-TRAILER-REC REDEFINES PAY-REC.
           05 PAY-TRL-TYPE                PIC X(01).
           05 PAY-TRL-RUN-DATE            PIC 9(08).
           05 PAY-TRL-STREAM              PIC 9(01).
           05 PAY-TRL-CNT                 PIC 9(07).
           05 PAY-TRL-AMOUNT              PIC 9(15)V99.
           05 FILLER                      PIC X(66).
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
       FD  CUSU-IN-FILE RECORDING MODE F.
       01  CUSU-IN-REC.
           05 CUSU-IN-CUST-NO             PIC 9(07).
           05 CUSU-IN-CAP-DVZ             PIC X(03).
           05 CUSU-IN-USED                PIC 9(13)V99.
           05 CUSU-IN-STREAM              PIC 9(01).
           05 CUSU-IN-RUN-DATE            PIC 9(08).
           05 FILLER                      PIC X(06).
       FD  CUSU-OUT-FILE RECORDING MODE F.
       01  CUSU-OUT-REC.
           05 CUSU-OUT-CUST-NO            PIC 9(07).
           05 CUSU-OUT-CAP-DVZ            PIC X(03).
           05 CUSU-OUT-USED               PIC 9(13)V99.
           05 CUSU-OUT-STREAM             PIC 9(01).
           05 CUSU-OUT-RUN-DATE           PIC 9(08).
           05 FILLER                      PIC X(06).
       FD  LIEN-IN-FILE RECORDING MODE F.
       01  LIEN-IN-REC.
           05 LIEN-IN-ID                  PIC X(05).
           05 LIEN-IN-DVZ                 PIC X(03).
           05 LIEN-IN-REF                 PIC X(08).
           05 LIEN-IN-AMOUNT              PIC 9(11)V99.
           05 LIEN-IN-REASON              PIC X(02).
           05 LIEN-IN-PLACED              PIC 9(08).
           05 LIEN-IN-EXPIRY              PIC 9(08).
           05 FILLER                      PIC X(33).
       FD  LIEN-OUT-FILE RECORDING MODE F.
       01  LIEN-OUT-REC.
           05 LIEN-OUT-ID                 PIC X(05).
           05 LIEN-OUT-DVZ                PIC X(03).
           05 LIEN-OUT-REF                PIC X(08).
           05 LIEN-OUT-AMOUNT             PIC 9(11)V99.
           05 LIEN-OUT-REASON             PIC X(02).
           05 LIEN-OUT-PLACED             PIC 9(08).
           05 LIEN-OUT-EXPIRY             PIC 9(08).
           05 FILLER                      PIC X(33).
       FD  LCRD-FILE RECORDING MODE F.
       01  LCRD-REC.
           05 LCRD-ACTION                 PIC X(01).
           05 LCRD-ID                     PIC X(05).
           05 LCRD-DVZ                    PIC X(03).
           05 LCRD-REF                    PIC X(08).
           05 LCRD-AMOUNT                 PIC 9(11)V99.
           05 LCRD-REASON                 PIC X(02).
           05 LCRD-EXPIRY                 PIC 9(08).
           05 FILLER                      PIC X(40).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-HMWRIDX             PIC X(08)  VALUE 'HMWRIDX'.
           05 OUT-ST                 PIC 9(02).
              88 OUT-SUCCESS                    VALUE 00 97.
           05 PAY-ST                 PIC 9(02).
              88 PAY-SUCCESS                    VALUE 00 97.
           05 CUST-ST                PIC 9(02).
              88 CUST-EOF                       VALUE 10.
              88 CUST-SUCCESS                   VALUE 00 97.
           05 CUSU-IN-ST             PIC 9(02).
              88 CUSU-IN-EOF                    VALUE 10.
              88 CUSU-IN-SUCCESS                VALUE 00 05 97.
           05 CUSU-OUT-ST            PIC 9(02).
              88 CUSU-OUT-SUCCESS               VALUE 00 97.
           05 LIEN-IN-ST             PIC 9(02).
              88 LIEN-IN-EOF                    VALUE 10.
              88 LIEN-IN-SUCCESS                VALUE 00 05 97.
           05 LIEN-OUT-ST            PIC 9(02).
              88 LIEN-OUT-SUCCESS               VALUE 00 97.
           05 LCRD-ST                PIC 9(02).
              88 LCRD-EOF                       VALUE 10.
              88 LCRD-SUCCESS                   VALUE 00 05 97.
           05 INP-ST                 PIC 9(02).
              88 INP-EOF                        VALUE 10.
              88 INP-SUCCES                     VALUE 00 97.
           05 OD-ST                  PIC 9(02).
              88 OD-EOF                         VALUE 10.
              88 OD-SUCCESS                     VALUE 00 97.
           05 CAL-ST                 PIC 9(02).
              88 CAL-EOF                        VALUE 10.
              88 CAL-SUCCESS                    VALUE 00 97.
           05 HOLD-IN-ST             PIC 9(02).
              88 HOLD-IN-EOF                    VALUE 10.
              88 HOLD-IN-SUCCESS                VALUE 00 05 97.
           05 WS-XFER-RATE-RC        PIC 9(02).
           05 WS-XFER-RATE-ED        PIC Z(06)9.9(08).
           05 WS-XFER-CR-AMT-ED      PIC Z(10)9.99.
           05 WS-XFER-TO-ID          PIC X(05).
           05 WS-XFER-ROUTE-RC       PIC 9(02).
           05 WS-XFER-NOSTRO-SW      PIC X(01).
              88 WS-XFER-OUTBOUND               VALUE 'Y'.
              88 WS-XFER-ON-US                  VALUE 'N'.
           05 WS-RATE-KEY-WK         PIC X(06).
           05 WS-ACCT-STATUS         PIC X(01).
              88 WS-ACCT-ACTIVE                 VALUE 'A'.
                 15 WS-ODU-LINE        PIC 9(11)V99.
                 15 WS-ODU-SHORT       PIC 9(11)V99.
                 15 WS-ODU-CLEARED     PIC X(01).
         01  WS-NOSTRO-AREA.
           05 WS-PAY-CNT             PIC 9(07)  VALUE ZERO.
           05 WS-PAY-REJ-CNT         PIC 9(07)  VALUE ZERO.
           05 WS-PAY-AMT-TOT         PIC 9(15)V99 VALUE ZERO.
           05 WS-PAY-AMT-ED          PIC Z(14)9.99.
           05 WS-NOS-CNT             PIC 9(03) COMP VALUE ZERO.
           05 WS-NOS-TABLE.
              10 WS-NOS-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON WS-NOS-CNT
                               INDEXED BY WS-NOS-IDX.
                 15 WS-NOS-DVZ         PIC X(03).
                 15 WS-NOS-ID          PIC X(05).
         01  WS-CUST-AREA.
           05 WS-CUST-KEY-WK         PIC X(08).
           05 WS-CUST-FND            PIC 9(05).
           05 WS-CUST-NO-WK          PIC 9(07).
           05 WS-CUST-AMT-WK         PIC 9(13)V99.
           05 WS-CUST-SW             PIC X(01).
              88 WS-CUST-VALUED                 VALUE 'Y'.
              88 WS-CUST-NO-RATE                VALUE 'N'.
           05 WS-CUST-PARKED-CNT     PIC 9(07)  VALUE ZERO.
           05 WS-CUST-NORATE-CNT     PIC 9(07)  VALUE ZERO.
           05 WS-CUSU-READ-CNT       PIC 9(07)  VALUE ZERO.
           05 WS-CUSU-SKIP-CNT       PIC 9(07)  VALUE ZERO.
           05 WS-CUSU-WRITE-CNT      PIC 9(07)  VALUE ZERO.
           05 WS-CUS-SUB             PIC 9(05).
           05 WS-CUS-CNT             PIC 9(05) COMP.
           05 WS-CUS-TABLE.
              10 WS-CUS-ENTRY OCCURS 1 TO 10000 TIMES
                               DEPENDING ON WS-CUS-CNT
                               ASCENDING KEY IS WS-CUS-NO
                               INDEXED BY WS-CUS-IDX.
                 15 WS-CUS-NO          PIC 9(07).
                 15 WS-CUS-CAP-DVZ     PIC X(03).
                 15 WS-CUS-CAP-AMT     PIC 9(11)V99.
                 15 WS-CUS-USED-IN     PIC 9(13)V99.
                 15 WS-CUS-USED-OWN    PIC 9(13)V99.
         01  WS-CACCT-AREA.
           05 WS-CAC-CNT             PIC 9(05) COMP.
           05 WS-CAC-TABLE.
              10 WS-CAC-ENTRY OCCURS 1 TO 20000 TIMES
                               DEPENDING ON WS-CAC-CNT
                               ASCENDING KEY IS WS-CAC-KEY
                               INDEXED BY WS-CAC-IDX.
                 15 WS-CAC-KEY         PIC X(08).
                 15 WS-CAC-CUST-NO     PIC 9(07).
         01  WS-FEE-AREA.
           05 WS-FEE-ACCT-ID         PIC 9(05)  VALUE 99999.
           05 WS-FEE-KEY-WK          PIC X(04).
           05 WS-DTD-W4              PIC 9(08).
           05 WS-DTD-DAYS            PIC 9(08).
           05 WS-RUN-DAYS            PIC 9(08).
         01  WS-CAL-AREA.
           05 WS-BD-DATE             PIC 9(08).
           05 WS-BD-DVZ              PIC X(03).
           05 WS-BD-FROM-DATE        PIC 9(08).
           05 WS-BD-JDN              PIC 9(08).
           05 WS-BD-FROM-JDN         PIC 9(08).
           05 WS-BD-SPAN             PIC 9(08).
           05 WS-BD-WEEKS            PIC 9(08).
           05 WS-BD-REM              PIC 9(01).
           05 WS-BD-STEP             PIC 9(01).
           05 WS-BD-WKDAY            PIC 9(01).
           05 WS-BD-Q                PIC 9(08).
           05 WS-BD-AGE              PIC 9(08).
           05 WS-BD-TRIES            PIC 9(03).
           05 WS-BD-KEY-WK           PIC X(11).
           05 WS-BD-SW               PIC X(01).
              88 WS-BD-BUSINESS                 VALUE 'Y'.
              88 WS-BD-CLOSED                   VALUE 'N'.
           05 WS-BD-DUP-SW           PIC X(01).
           05 WS-SORD-LAST-DUE       PIC 9(08).
           05 WS-CAL-SUB             PIC 9(05).
           05 WS-CAL-CNT             PIC 9(05) COMP.
           05 WS-CAL-TABLE.
              10 WS-CAL-ENTRY OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-CAL-CNT
                               ASCENDING KEY IS WS-CAL-KEY
                               INDEXED BY WS-CAL-IDX.
                 15 WS-CAL-KEY.
                    20 WS-CAL-DVZ      PIC X(03).
                    20 WS-CAL-DATE     PIC 9(08).
                 15 WS-CAL-JDN         PIC 9(08).
                 15 WS-CAL-WKDAY       PIC 9(01).
         01  WS-HOLD-AREA.
           05 WS-HOLD-CNT            PIC 9(04) COMP.
           05 WS-HOLD-SUB            PIC 9(04).
                                INDEXED BY WS-HOLD-IDX.
                 15 WS-HOLD-REC-IMG    PIC X(80).
                 15 WS-HOLD-MATCHED    PIC X(01).
         01  WS-LIEN-AREA.
           05 WS-LIEN-ACCT-WK        PIC X(08).
           05 WS-LIEN-HELD-WK        PIC 9(13)V99.
           05 WS-LIEN-AVAIL-WK       PIC 9(13)V99.
           05 WS-LIEN-REJ-TEXT       PIC X(30).
           05 WS-LIEN-IN-CNT         PIC 9(07)  VALUE ZERO.
           05 WS-LIEN-PLACED-CNT     PIC 9(07)  VALUE ZERO.
           05 WS-LIEN-RELEASED-CNT   PIC 9(07)  VALUE ZERO.
           05 WS-LIEN-EXPIRED-CNT    PIC 9(07)  VALUE ZERO.
           05 WS-LIEN-CARD-REJ-CNT   PIC 9(07)  VALUE ZERO.
           05 WS-LIEN-FWD-CNT        PIC 9(07)  VALUE ZERO.
           05 WS-LIEN-REFUSED-CNT    PIC 9(07)  VALUE ZERO.
           05 WS-LIEN-REFUSED-AMT    PIC 9(13)V99 VALUE ZERO.
           05 WS-LIEN-UNLISTED       PIC 9(07).
           05 WS-LIEN-AMT-ED         PIC Z(10)9.99.
           05 WS-LIEN-AVAIL-ED       PIC Z(12)9.99.
           05 WS-LIEN-EVENT          PIC X(08).
           05 WS-LIEN-SUB            PIC 9(05).
           05 WS-LIEN-FND            PIC 9(05).
           05 WS-LIN-CNT             PIC 9(05) COMP.
           05 WS-LIN-TABLE.
              10 WS-LIN-ENTRY OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-LIN-CNT
                               INDEXED BY WS-LIN-IDX.
                 15 WS-LIN-KEY.
                    20 WS-LIN-ACCT     PIC X(08).
                    20 WS-LIN-REF      PIC X(08).
                 15 WS-LIN-AMOUNT      PIC 9(11)V99.
                 15 WS-LIN-REASON      PIC X(02).
                 15 WS-LIN-PLACED      PIC 9(08).
                 15 WS-LIN-EXPIRY      PIC 9(08).
                 15 WS-LIN-STATE       PIC X(01).
           05 WS-LNA-CNT             PIC 9(05) COMP.
           05 WS-LNA-TABLE.
              10 WS-LNA-ENTRY OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-LNA-CNT
                               INDEXED BY WS-LNA-IDX.
                 15 WS-LNA-ACCT        PIC X(08).
                 15 WS-LNA-HELD        PIC 9(13)V99.
           05 WS-LRF-SUB             PIC 9(05).
           05 WS-LRF-CNT             PIC 9(05) COMP.
           05 WS-LRF-TABLE.
              10 WS-LRF-ENTRY OCCURS 1 TO 1000 TIMES
                               DEPENDING ON WS-LRF-CNT.
                 15 WS-LRF-TIPI        PIC 9(01).
                 15 WS-LRF-ACCT        PIC X(08).
                 15 WS-LRF-AMOUNT      PIC 9(11)V99.
                 15 WS-LRF-AVAIL       PIC 9(13)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H119-LOAD-OD-LINES THRU H119-END
              UNTIL OD-EOF.
           CLOSE OD-FILE.
           OPEN INPUT CAL-FILE.
           MOVE ZERO TO WS-CAL-CNT.
           READ CAL-FILE
               AT END SET CAL-EOF TO TRUE
           END-READ.
           PERFORM H114-LOAD-CALENDAR THRU H114-END
              UNTIL CAL-EOF.
           CLOSE CAL-FILE.
           OPEN INPUT CUST-FILE.
           MOVE ZERO TO WS-CUS-CNT.
           MOVE ZERO TO WS-CAC-CNT.
           READ CUST-FILE
               AT END SET CUST-EOF TO TRUE
           END-READ.
           PERFORM H112-LOAD-CUSTOMERS THRU H112-END
              UNTIL CUST-EOF.
           CLOSE CUST-FILE.
           PERFORM H113-LOAD-CUST-USAGE THRU H113-END.
           MOVE ZERO TO WS-DUP-CNT.
           MOVE ZERO TO WS-ESC-CNT.
           MOVE ZERO TO WS-BR-CNT.
           OPEN OUTPUT CKPT-OUT-FILE.
           READ  INP-FILE.
           PERFORM H105-READ-HEADER THRU H105-END.
           PERFORM H106-OPEN-PAYMENTS THRU H106-END.
           PERFORM H122-LOAD-HISTORY THRU H122-END.
           PERFORM H140-LOAD-LIENS THRU H140-END.
           SET   WS-FUNC-OPEN TO TRUE.
           CALL  WS-HMWRIDX USING WS-SUB-AREA.
           PERFORM H500-WRITE-AUDIT THRU H500-END.
                     PERFORM H044-BAD-PARM THRU H044-END
                  END-IF
                  MOVE PARM-VALUE(1:5) TO WS-HIST-DAYS
               WHEN 'LVTHRESH'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(4:12) NOT NUMERIC
                     PERFORM H044-BAD-PARM THRU H044-END
                  END-IF
               WHEN 'NOSTRO  '
                  PERFORM H043-ADD-NOSTRO THRU H043-END
               WHEN 'DATEOVRD'
                  IF PARM-VALUE(1:8) NOT NUMERIC
                     PERFORM H044-BAD-PARM THRU H044-END
                  END-IF
               WHEN 'BASECCY '
               WHEN 'STRCTDAY'
               WHEN 'STRCTPCT'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     PERFORM H044-BAD-PARM THRU H044-END
                  END-IF
               WHEN SPACES
                  CONTINUE
               WHEN OTHER
           END-READ.
       H042-END. EXIT.

       H043-ADD-NOSTRO.
           IF PARM-VALUE(1:3) NOT NUMERIC
              OR PARM-VALUE(1:3) = '000'
              OR PARM-VALUE(4:5) NOT NUMERIC
              OR WS-NOS-CNT NOT < 200
              PERFORM H044-BAD-PARM THRU H044-END
           END-IF
           IF WS-NOS-CNT > ZERO
              SET WS-NOS-IDX TO 1
              SEARCH WS-NOS-ENTRY
                 WHEN WS-NOS-DVZ(WS-NOS-IDX) = PARM-VALUE(1:3)
                    PERFORM H044-BAD-PARM THRU H044-END
              END-SEARCH
           END-IF
           ADD  1 TO WS-NOS-CNT
           MOVE PARM-VALUE(1:3) TO WS-NOS-DVZ(WS-NOS-CNT)
           MOVE PARM-VALUE(4:5) TO WS-NOS-ID(WS-NOS-CNT).
       H043-END. EXIT.

       H044-BAD-PARM.
           DISPLAY 'HMWRK004 - INVALID RUN PARAMETER CARD'
           DISPLAY PARM-REC
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           PERFORM H047-ECHO-NOSTRO THRU H047-END
              VARYING WS-NOS-IDX FROM 1 BY 1
              UNTIL WS-NOS-IDX > WS-NOS-CNT
           MOVE SPACES TO RPT-REC
           IF WS-OWN-STREAM = ZERO
              MOVE 'STREAM SCOPE.............: ALL' TO RPT-REC
           PERFORM H315-WRITE-RPT-LINE THRU H315-END.
       H046-END. EXIT.

       H047-ECHO-NOSTRO.
           MOVE SPACES TO RPT-REC
           STRING 'PARM NOSTRO..............: '
                  WS-NOS-DVZ(WS-NOS-IDX) ' / ' WS-NOS-ID(WS-NOS-IDX)
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END.
       H047-END. EXIT.

       H048-READ-STREAM-ID.
           MOVE ZERO TO WS-OWN-STREAM
           OPEN INPUT SID-FILE
           MOVE INP-HDR-EXPECTED-CNT TO WS-EXPECTED-CNT
           MOVE WS-RUN-DATE TO WS-DTD-DATE
           PERFORM H180-DATE-TO-DAYS THRU H180-END
           MOVE WS-DTD-DAYS TO WS-RUN-DAYS
           MOVE WS-RUN-DATE TO WS-BD-DATE
           MOVE '000'       TO WS-BD-DVZ
           PERFORM H183-CHECK-BUSINESS-DAY THRU H183-END
           IF WS-BD-CLOSED
              DISPLAY 'HMWRK004 - RUN DATE ' WS-RUN-DATE
                      ' IS NOT A BUSINESS DAY'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H105-END. EXIT.

       H106-OPEN-PAYMENTS.
           PERFORM H107-CHECK-NOSTRO-DVZ THRU H107-END
              VARYING WS-NOS-IDX FROM 1 BY 1
              UNTIL WS-NOS-IDX > WS-NOS-CNT
           OPEN OUTPUT PAY-FILE
           IF NOT PAY-SUCCESS
              DISPLAY 'HMWRK004 - PAYOUT OPEN FAILED ' PAY-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE SPACES        TO PAY-REC
           MOVE 'H'           TO PAY-REC-TYPE
           MOVE WS-RUN-DATE   TO PAY-RUN-DATE
           MOVE WS-OWN-STREAM TO PAY-STREAM
           WRITE PAY-REC.
       H106-END. EXIT.

       H107-CHECK-NOSTRO-DVZ.
           SEARCH ALL WS-CURR-ENTRY
              AT END
                 DISPLAY 'HMWRK004 - NOSTRO CURRENCY '
                         WS-NOS-DVZ(WS-NOS-IDX) ' NOT ON CURRMSTR'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              WHEN WS-CURR-CD(WS-CURR-IDX) = WS-NOS-DVZ(WS-NOS-IDX)
                 CONTINUE
           END-SEARCH.
       H107-END. EXIT.

       H110-LOAD-CURRENCY.
           IF WS-CURR-CNT NOT < 200
              DISPLAY 'HMWRK004 - CURRENCY MASTER EXCEEDS TABLE SIZE'
           END-READ.
       H119-END. EXIT.

       H112-LOAD-CUSTOMERS.
           EVALUATE TRUE
               WHEN CUST-REC-ACCOUNT
                  IF WS-CAC-CNT NOT < 20000
                     DISPLAY 'HMWRK004 - CUSTOMER ACCOUNTS EXCEED '
                             'TABLE SIZE'
                     MOVE 16 TO RETURN-CODE
                     PERFORM H999-PROGRAM-EXIT
                  END-IF
                  ADD  1 TO WS-CAC-CNT
                  MOVE CUST-ACCT-ID  TO WS-CAC-KEY(WS-CAC-CNT)(1:5)
                  MOVE CUST-ACCT-DVZ TO WS-CAC-KEY(WS-CAC-CNT)(6:3)
                  MOVE CUST-ACCT-CUST-NO
                    TO WS-CAC-CUST-NO(WS-CAC-CNT)
               WHEN CUST-REC-CUSTOMER
                  IF WS-CUS-CNT NOT < 10000
                     DISPLAY 'HMWRK004 - CUSTOMER MASTER EXCEEDS '
                             'TABLE SIZE'
                     MOVE 16 TO RETURN-CODE
                     PERFORM H999-PROGRAM-EXIT
                  END-IF
                  ADD  1 TO WS-CUS-CNT
                  MOVE CUST-CUS-NO      TO WS-CUS-NO(WS-CUS-CNT)
                  MOVE CUST-CUS-CAP-DVZ TO WS-CUS-CAP-DVZ(WS-CUS-CNT)
                  MOVE CUST-CUS-CAP-AMT TO WS-CUS-CAP-AMT(WS-CUS-CNT)
                  MOVE ZERO             TO WS-CUS-USED-IN(WS-CUS-CNT)
                  MOVE ZERO             TO WS-CUS-USED-OWN(WS-CUS-CNT)
               WHEN OTHER
                  DISPLAY 'HMWRK004 - INVALID CUSTOMER MASTER RECORD'
                  MOVE 16 TO RETURN-CODE
                  PERFORM H999-PROGRAM-EXIT
           END-EVALUATE
           READ CUST-FILE
               AT END SET CUST-EOF TO TRUE
           END-READ.
       H112-END. EXIT.

       H113-LOAD-CUST-USAGE.
           OPEN INPUT CUSU-IN-FILE.
           IF NOT CUSU-IN-SUCCESS
              GO TO H113-END
           END-IF
           READ CUSU-IN-FILE
               AT END SET CUSU-IN-EOF TO TRUE
           END-READ
           PERFORM H111-ADD-CARRIED-USAGE THRU H111-END
              UNTIL CUSU-IN-EOF
           CLOSE CUSU-IN-FILE.
       H113-END. EXIT.

       H111-ADD-CARRIED-USAGE.
           ADD  1 TO WS-CUSU-READ-CNT
           MOVE CUSU-IN-CUST-NO TO WS-CUST-NO-WK
           MOVE ZERO TO WS-CUST-FND
           IF WS-CUS-CNT > ZERO
              SEARCH ALL WS-CUS-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-CUS-NO(WS-CUS-IDX) = WS-CUST-NO-WK
                    SET WS-CUST-FND TO WS-CUS-IDX
              END-SEARCH
           END-IF
           IF WS-CUST-FND = ZERO
              OR CUSU-IN-CAP-DVZ NOT = WS-CUS-CAP-DVZ(WS-CUST-FND)
              ADD 1 TO WS-CUSU-SKIP-CNT
           ELSE
              ADD CUSU-IN-USED TO WS-CUS-USED-IN(WS-CUST-FND)
           END-IF
           READ CUSU-IN-FILE
               AT END SET CUSU-IN-EOF TO TRUE
           END-READ.
       H111-END. EXIT.

       H114-LOAD-CALENDAR.
           IF CAL-DATE NOT NUMERIC
              DISPLAY 'HMWRK004 - INVALID CALENDAR MASTER RECORD'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF WS-CAL-CNT NOT < 5000
              DISPLAY 'HMWRK004 - CALENDAR MASTER EXCEEDS TABLE SIZE'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD  1 TO WS-CAL-CNT
           MOVE CAL-DVZ  TO WS-CAL-DVZ(WS-CAL-CNT)
           MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-CNT)
           MOVE CAL-DATE TO WS-DTD-DATE
           PERFORM H180-DATE-TO-DAYS THRU H180-END
           MOVE WS-DTD-DAYS TO WS-CAL-JDN(WS-CAL-CNT)
           DIVIDE WS-DTD-DAYS BY 7 GIVING WS-BD-Q
                  REMAINDER WS-CAL-WKDAY(WS-CAL-CNT)
           READ CAL-FILE
               AT END SET CAL-EOF TO TRUE
           END-READ.
       H114-END. EXIT.

       H120-LOAD-PREV-OUTPUT.
           OPEN INPUT PREV-FILE.
           IF NOT PREV-SUCCESS
           END-READ.
       H135-END. EXIT.

       H140-LOAD-LIENS.
           MOVE ZERO TO WS-LIN-CNT.
           MOVE ZERO TO WS-LNA-CNT.
           MOVE ZERO TO WS-LRF-CNT.
           PERFORM H138-LOAD-LIEN-MASTER THRU H138-END.
           PERFORM H143-LOAD-LIEN-CARDS THRU H143-END.
           PERFORM H147-ADD-LIEN-TOTAL THRU H147-END
              VARYING WS-LIEN-SUB FROM 1 BY 1
              UNTIL WS-LIEN-SUB > WS-LIN-CNT.
       H140-END. EXIT.

       H138-LOAD-LIEN-MASTER.
           OPEN INPUT LIEN-IN-FILE.
           IF NOT LIEN-IN-SUCCESS
              GO TO H138-END
           END-IF
           READ LIEN-IN-FILE
               AT END SET LIEN-IN-EOF TO TRUE
           END-READ
           PERFORM H141-LOAD-LIEN-REC THRU H141-END
              UNTIL LIEN-IN-EOF
           CLOSE LIEN-IN-FILE.
       H138-END. EXIT.

       H141-LOAD-LIEN-REC.
           IF WS-LIN-CNT NOT < 5000
              DISPLAY 'HMWRK004 - AMOUNT HOLD TABLE EXCEEDED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD  1 TO WS-LIEN-IN-CNT
           ADD  1 TO WS-LIN-CNT
           MOVE LIEN-IN-ID     TO WS-LIN-ACCT(WS-LIN-CNT)(1:5)
           MOVE LIEN-IN-DVZ    TO WS-LIN-ACCT(WS-LIN-CNT)(6:3)
           MOVE LIEN-IN-REF    TO WS-LIN-REF(WS-LIN-CNT)
           MOVE LIEN-IN-AMOUNT TO WS-LIN-AMOUNT(WS-LIN-CNT)
           MOVE LIEN-IN-REASON TO WS-LIN-REASON(WS-LIN-CNT)
           MOVE LIEN-IN-PLACED TO WS-LIN-PLACED(WS-LIN-CNT)
           MOVE LIEN-IN-EXPIRY TO WS-LIN-EXPIRY(WS-LIN-CNT)
           IF LIEN-IN-EXPIRY < WS-RUN-DATE
              ADD  1   TO WS-LIEN-EXPIRED-CNT
              MOVE 'X' TO WS-LIN-STATE(WS-LIN-CNT)
           ELSE
              MOVE 'A' TO WS-LIN-STATE(WS-LIN-CNT)
           END-IF
           READ LIEN-IN-FILE
               AT END SET LIEN-IN-EOF TO TRUE
           END-READ.
       H141-END. EXIT.

       H143-LOAD-LIEN-CARDS.
           OPEN INPUT LCRD-FILE.
           IF NOT LCRD-SUCCESS
              GO TO H143-END
           END-IF
           READ LCRD-FILE
               AT END SET LCRD-EOF TO TRUE
           END-READ
           PERFORM H142-APPLY-LIEN-CARD THRU H142-END
              UNTIL LCRD-EOF
           CLOSE LCRD-FILE.
       H143-END. EXIT.

       H142-APPLY-LIEN-CARD.
           IF WS-OWN-STREAM NOT = ZERO
              MOVE LCRD-DVZ TO WS-DVZ-WK
              PERFORM H049-CLASSIFY-DVZ THRU H049-END
              IF WS-DVZ-STRM NOT = WS-OWN-STREAM
                 GO TO H142-NEXT
              END-IF
           END-IF
           MOVE SPACES   TO WS-LIEN-REJ-TEXT
           MOVE LCRD-ID  TO WS-LIEN-ACCT-WK(1:5)
           MOVE LCRD-DVZ TO WS-LIEN-ACCT-WK(6:3)
           IF LCRD-ID = SPACES OR LCRD-DVZ = SPACES
              OR LCRD-REF = SPACES
              MOVE 'ACCOUNT OR REFERENCE MISSING' TO WS-LIEN-REJ-TEXT
              PERFORM H146-REJECT-LIEN-CARD THRU H146-END
              GO TO H142-NEXT
           END-IF
           PERFORM H145-FIND-LIEN THRU H145-END
           EVALUATE LCRD-ACTION
               WHEN 'P'
                  PERFORM H148-PLACE-LIEN THRU H148-END
               WHEN 'R'
                  PERFORM H144-RELEASE-LIEN THRU H144-END
               WHEN OTHER
                  MOVE 'INVALID ACTION' TO WS-LIEN-REJ-TEXT
                  PERFORM H146-REJECT-LIEN-CARD THRU H146-END
           END-EVALUATE.
       H142-NEXT.
           READ LCRD-FILE
               AT END SET LCRD-EOF TO TRUE
           END-READ.
       H142-END. EXIT.

       H148-PLACE-LIEN.
           IF WS-LIEN-FND NOT = ZERO
              MOVE 'DUPLICATE HOLD REFERENCE' TO WS-LIEN-REJ-TEXT
              PERFORM H146-REJECT-LIEN-CARD THRU H146-END
              GO TO H148-END
           END-IF
           IF LCRD-AMOUNT NOT NUMERIC
              MOVE 'INVALID HOLD AMOUNT' TO WS-LIEN-REJ-TEXT
              PERFORM H146-REJECT-LIEN-CARD THRU H146-END
              GO TO H148-END
           END-IF
           IF LCRD-AMOUNT = ZERO
              MOVE 'INVALID HOLD AMOUNT' TO WS-LIEN-REJ-TEXT
              PERFORM H146-REJECT-LIEN-CARD THRU H146-END
              GO TO H148-END
           END-IF
           IF LCRD-REASON = SPACES
              MOVE 'REASON CODE MISSING' TO WS-LIEN-REJ-TEXT
              PERFORM H146-REJECT-LIEN-CARD THRU H146-END
              GO TO H148-END
           END-IF
           IF LCRD-EXPIRY NOT NUMERIC
              MOVE 'INVALID EXPIRY DATE' TO WS-LIEN-REJ-TEXT
              PERFORM H146-REJECT-LIEN-CARD THRU H146-END
              GO TO H148-END
           END-IF
           IF LCRD-EXPIRY < WS-RUN-DATE
              MOVE 'EXPIRY DATE ALREADY PASSED' TO WS-LIEN-REJ-TEXT
              PERFORM H146-REJECT-LIEN-CARD THRU H146-END
              GO TO H148-END
           END-IF
           IF WS-LIN-CNT NOT < 5000
              DISPLAY 'HMWRK004 - AMOUNT HOLD TABLE EXCEEDED'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD  1 TO WS-LIEN-PLACED-CNT
           ADD  1 TO WS-LIN-CNT
           MOVE WS-LIEN-ACCT-WK TO WS-LIN-ACCT(WS-LIN-CNT)
           MOVE LCRD-REF        TO WS-LIN-REF(WS-LIN-CNT)
           MOVE LCRD-AMOUNT     TO WS-LIN-AMOUNT(WS-LIN-CNT)
           MOVE LCRD-REASON     TO WS-LIN-REASON(WS-LIN-CNT)
           MOVE WS-RUN-DATE     TO WS-LIN-PLACED(WS-LIN-CNT)
           MOVE LCRD-EXPIRY     TO WS-LIN-EXPIRY(WS-LIN-CNT)
           MOVE 'N'             TO WS-LIN-STATE(WS-LIN-CNT).
       H148-END. EXIT.

       H144-RELEASE-LIEN.
           IF WS-LIEN-FND = ZERO
              MOVE 'NO ACTIVE HOLD WITH THIS REF' TO WS-LIEN-REJ-TEXT
              PERFORM H146-REJECT-LIEN-CARD THRU H146-END
              GO TO H144-END
           END-IF
           ADD  1   TO WS-LIEN-RELEASED-CNT
           MOVE 'R' TO WS-LIN-STATE(WS-LIEN-FND).
       H144-END. EXIT.

       H145-FIND-LIEN.
           MOVE ZERO TO WS-LIEN-FND
           IF WS-LIN-CNT = ZERO
              GO TO H145-END
           END-IF
           SET WS-LIN-IDX TO 1
           SEARCH WS-LIN-ENTRY
              AT END
                 CONTINUE
              WHEN WS-LIN-ACCT(WS-LIN-IDX) = WS-LIEN-ACCT-WK
               AND WS-LIN-REF(WS-LIN-IDX) = LCRD-REF
               AND (WS-LIN-STATE(WS-LIN-IDX) = 'A'
                    OR WS-LIN-STATE(WS-LIN-IDX) = 'N')
                 SET WS-LIEN-FND TO WS-LIN-IDX
           END-SEARCH.
       H145-END. EXIT.

       H146-REJECT-LIEN-CARD.
           ADD  1 TO WS-LIEN-CARD-REJ-CNT
           DISPLAY 'HMWRK004 - AMOUNT HOLD CARD REJECTED '
                   LCRD-ACTION ' ' LCRD-ID ' ' LCRD-DVZ ' '
                   LCRD-REF ' - ' WS-LIEN-REJ-TEXT.
       H146-END. EXIT.

       H147-ADD-LIEN-TOTAL.
           IF WS-LIN-STATE(WS-LIEN-SUB) NOT = 'A'
              AND WS-LIN-STATE(WS-LIEN-SUB) NOT = 'N'
              GO TO H147-END
           END-IF
           MOVE WS-LIN-ACCT(WS-LIEN-SUB) TO WS-LIEN-ACCT-WK
           PERFORM H149-FIND-LIEN-ACCT THRU H149-END
           IF WS-LIEN-FND = ZERO
              ADD  1 TO WS-LNA-CNT
              MOVE WS-LNA-CNT      TO WS-LIEN-FND
              MOVE WS-LIEN-ACCT-WK TO WS-LNA-ACCT(WS-LIEN-FND)
              MOVE ZERO            TO WS-LNA-HELD(WS-LIEN-FND)
           END-IF
           ADD WS-LIN-AMOUNT(WS-LIEN-SUB) TO WS-LNA-HELD(WS-LIEN-FND).
       H147-END. EXIT.

       H149-FIND-LIEN-ACCT.
           MOVE ZERO TO WS-LIEN-FND
           IF WS-LNA-CNT = ZERO
              GO TO H149-END
           END-IF
           SET WS-LNA-IDX TO 1
           SEARCH WS-LNA-ENTRY
              AT END
                 CONTINUE
              WHEN WS-LNA-ACCT(WS-LNA-IDX) = WS-LIEN-ACCT-WK
                 SET WS-LIEN-FND TO WS-LNA-IDX
           END-SEARCH.
       H149-END. EXIT.

       H150-SWEEP-WAREHOUSE.
           OPEN INPUT PEND-IN-FILE.
           IF NOT PEND-IN-SUCCESS
       H150-END. EXIT.

       H160-PROCESS-PENDING.
           SET WS-BD-CLOSED TO TRUE
           IF PEND-IN-VALUE-DATE NOT > WS-RUN-DATE
              MOVE WS-RUN-DATE TO WS-BD-DATE
              MOVE PEND-IN-DVZ TO WS-BD-DVZ
              PERFORM H183-CHECK-BUSINESS-DAY THRU H183-END
           END-IF
           IF WS-BD-BUSINESS
              ADD 1 TO WS-MATURED-CNT
              MOVE PEND-IN-REC TO INP-REC
              PERFORM H202-DISPATCH THRU H202-END
                  MOVE SUSP-IN-FIRST-SEEN TO WS-DTD-DATE
                  PERFORM H180-DATE-TO-DAYS THRU H180-END
                  COMPUTE WS-SUSP-AGE = WS-RUN-DAYS - WS-DTD-DAYS
                  IF WS-SUSP-AGE > WS-SUSP-ESC-DAYS
                     MOVE SUSP-IN-FIRST-SEEN TO WS-BD-FROM-DATE
                     MOVE SUSP-IN-IMAGE(7:3) TO WS-BD-DVZ
                     PERFORM H186-BUSINESS-AGE THRU H186-END
                     MOVE WS-BD-AGE          TO WS-SUSP-AGE
                  END-IF
                  MOVE SUSP-IN-IMAGE      TO SUSP-IMAGE
                  MOVE SUSP-IN-FIRST-SEEN TO SUSP-FIRST-SEEN
                  WRITE SUSP-REC
           END-IF.
       H182-END. EXIT.

       H183-CHECK-BUSINESS-DAY.
           SET  WS-BD-BUSINESS TO TRUE
           MOVE WS-BD-DATE TO WS-DTD-DATE
           PERFORM H180-DATE-TO-DAYS THRU H180-END
           DIVIDE WS-DTD-DAYS BY 7 GIVING WS-BD-Q
                  REMAINDER WS-BD-WKDAY
           IF WS-BD-WKDAY > 4
              SET WS-BD-CLOSED TO TRUE
              GO TO H183-END
           END-IF
           IF WS-CAL-CNT = ZERO
              GO TO H183-END
           END-IF
           MOVE '000'      TO WS-BD-KEY-WK(1:3)
           MOVE WS-BD-DATE TO WS-BD-KEY-WK(4:8)
           SEARCH ALL WS-CAL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CAL-KEY(WS-CAL-IDX) = WS-BD-KEY-WK
                 SET WS-BD-CLOSED TO TRUE
           END-SEARCH
           IF WS-BD-CLOSED OR WS-BD-DVZ = '000' OR WS-BD-DVZ = SPACES
              GO TO H183-END
           END-IF
           MOVE WS-BD-DVZ  TO WS-BD-KEY-WK(1:3)
           SEARCH ALL WS-CAL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CAL-KEY(WS-CAL-IDX) = WS-BD-KEY-WK
                 SET WS-BD-CLOSED TO TRUE
           END-SEARCH.
       H183-END. EXIT.

       H184-ROLL-TO-BUSINESS-DAY.
           MOVE ZERO       TO WS-BD-TRIES
           MOVE WS-MR-DATE TO WS-BD-DATE
           PERFORM H183-CHECK-BUSINESS-DAY THRU H183-END
           PERFORM H185-ADVANCE-ONE-DAY THRU H185-END
              UNTIL WS-BD-BUSINESS.
       H184-END. EXIT.

       H185-ADVANCE-ONE-DAY.
           ADD 1 TO WS-BD-TRIES
           IF WS-BD-TRIES > 60
              DISPLAY 'HMWRK004 - NO BUSINESS DAY WITHIN 60 DAYS OF '
                      WS-BD-DATE ' DVZ ' WS-BD-DVZ
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           PERFORM H182-NEXT-DAY THRU H182-END
           MOVE WS-MR-DATE TO WS-BD-DATE
           PERFORM H183-CHECK-BUSINESS-DAY THRU H183-END.
       H185-END. EXIT.

       H186-BUSINESS-AGE.
           MOVE ZERO            TO WS-BD-AGE
           MOVE WS-BD-FROM-DATE TO WS-DTD-DATE
           PERFORM H180-DATE-TO-DAYS THRU H180-END
           MOVE WS-DTD-DAYS     TO WS-BD-FROM-JDN
           IF WS-BD-FROM-JDN NOT < WS-RUN-DAYS
              GO TO H186-END
           END-IF
           COMPUTE WS-BD-SPAN = WS-RUN-DAYS - WS-BD-FROM-JDN
           DIVIDE WS-BD-SPAN BY 7 GIVING WS-BD-WEEKS
                  REMAINDER WS-BD-REM
           COMPUTE WS-BD-AGE = WS-BD-WEEKS * 5
           PERFORM H187-COUNT-ODD-DAY THRU H187-END
              VARYING WS-BD-STEP FROM 1 BY 1
              UNTIL WS-BD-STEP > WS-BD-REM
           PERFORM H188-DROP-HOLIDAY THRU H188-END
              VARYING WS-CAL-SUB FROM 1 BY 1
              UNTIL WS-CAL-SUB > WS-CAL-CNT.
       H186-END. EXIT.

       H187-COUNT-ODD-DAY.
           COMPUTE WS-BD-JDN = WS-BD-FROM-JDN + WS-BD-STEP
           DIVIDE WS-BD-JDN BY 7 GIVING WS-BD-Q
                  REMAINDER WS-BD-WKDAY
           IF WS-BD-WKDAY < 5
              ADD 1 TO WS-BD-AGE
           END-IF.
       H187-END. EXIT.

       H188-DROP-HOLIDAY.
           IF WS-CAL-JDN(WS-CAL-SUB) NOT > WS-BD-FROM-JDN
              OR WS-CAL-JDN(WS-CAL-SUB) > WS-RUN-DAYS
              OR WS-CAL-WKDAY(WS-CAL-SUB) > 4
              OR WS-BD-AGE = ZERO
              GO TO H188-END
           END-IF
           IF WS-CAL-DVZ(WS-CAL-SUB) = '000'
              SUBTRACT 1 FROM WS-BD-AGE
              GO TO H188-END
           END-IF
           IF WS-CAL-DVZ(WS-CAL-SUB) NOT = WS-BD-DVZ
              GO TO H188-END
           END-IF
           MOVE 'N'                    TO WS-BD-DUP-SW
           MOVE '000'                  TO WS-BD-KEY-WK(1:3)
           MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-BD-KEY-WK(4:8)
           SEARCH ALL WS-CAL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CAL-KEY(WS-CAL-IDX) = WS-BD-KEY-WK
                 MOVE 'Y' TO WS-BD-DUP-SW
           END-SEARCH
           IF WS-BD-DUP-SW = 'N'
              SUBTRACT 1 FROM WS-BD-AGE
           END-IF.
       H188-END. EXIT.

       H190-SWEEP-ORDERS.
           OPEN OUTPUT SORD-OUT-FILE.
           OPEN INPUT  SORD-IN-FILE.
           END-IF
           ADD  1    TO WS-SORD-ONFILE-CNT
           MOVE ZERO TO WS-SORD-ITEM-CNT
           IF SORD-BASE-DUE NOT NUMERIC OR SORD-BASE-DUE = ZERO
              MOVE SORD-NEXT-DUE TO SORD-BASE-DUE
           END-IF
           MOVE SORD-NEXT-DUE TO WS-MR-DATE
           MOVE SORD-DVZ      TO WS-BD-DVZ
           PERFORM H184-ROLL-TO-BUSINESS-DAY THRU H184-END
           MOVE WS-MR-DATE    TO SORD-NEXT-DUE
           PERFORM H194-GENERATE-ORDER-ITEM THRU H194-END
              UNTIL SORD-NEXT-DUE > WS-RUN-DATE
           WRITE SORD-OUT-REC FROM SORD-IN-REC
       H194-END. EXIT.

       H196-ROLL-NEXT-DUE.
           MOVE SORD-NEXT-DUE TO WS-SORD-LAST-DUE
           PERFORM H197-ROLL-BASE-DUE THRU H197-END
              UNTIL SORD-NEXT-DUE > WS-SORD-LAST-DUE.
       H196-END. EXIT.

       H197-ROLL-BASE-DUE.
           MOVE SORD-BASE-DUE TO WS-MR-DATE
           EVALUATE SORD-FREQ
               WHEN 'D'
                  PERFORM H182-NEXT-DAY THRU H182-END
                     MOVE WS-MR-LEN TO WS-MR-DD
                  END-IF
           END-EVALUATE
           MOVE WS-MR-DATE    TO SORD-BASE-DUE
           MOVE SORD-DVZ      TO WS-BD-DVZ
           PERFORM H184-ROLL-TO-BUSINESS-DAY THRU H184-END
           MOVE WS-MR-DATE    TO SORD-NEXT-DUE.
       H197-END. EXIT.

       H060-READ-LAST-CKPT.
           MOVE CKPT-IN-COUNT TO WS-RESTART-COUNT
                 PERFORM H214-PARK-ITEM THRU H214-END
                 GO TO H202-END
              END-IF
              PERFORM H217-CHECK-CUST-LIMIT THRU H217-END
              IF WS-LIMIT-RC NOT = ZERO
                 PERFORM H214-PARK-ITEM THRU H214-END
                 GO TO H202-END
              END-IF
           END-IF
           EVALUATE WS-ISLEM-TIPI
               WHEN 1
           WRITE HOLD-OUT-REC FROM INP-REC
           MOVE WS-LIMIT-RC TO WS-SUB-RC
           MOVE SPACES      TO WS-SUB-DATA
           IF WS-LIMIT-RC = 49
              ADD  1 TO WS-CUST-PARKED-CNT
              MOVE 'OVER CUSTOMER LIMIT - PENDING APPROVAL'
                TO WS-SUB-DATA
           ELSE
              MOVE 'OVER LIMIT - PENDING APPROVAL' TO WS-SUB-DATA
           END-IF
           MOVE SPACES      TO OUT-FROM
           MOVE SPACES      TO OUT-TO
           PERFORM H290-WRITE-OUTPUT THRU H290-END.
       H214-END. EXIT.

       H217-CHECK-CUST-LIMIT.
           MOVE ZERO TO WS-LIMIT-RC
           IF WS-ISLEM-TIPI = 3 AND INP-DRCR NOT = 'D'
              GO TO H217-END
           END-IF
           PERFORM H219-FIND-CUSTOMER THRU H219-END
           IF WS-CUST-FND = ZERO
              GO TO H217-END
           END-IF
           IF WS-CUS-CAP-AMT(WS-CUST-FND) = ZERO
              GO TO H217-END
           END-IF
           PERFORM H211-VALUE-IN-CAP-DVZ THRU H211-END
           IF WS-CUST-NO-RATE
              ADD  1  TO WS-CUST-NORATE-CNT
              MOVE 49 TO WS-LIMIT-RC
              GO TO H217-END
           END-IF
           IF WS-CUS-USED-IN(WS-CUST-FND)
              + WS-CUS-USED-OWN(WS-CUST-FND)
              + WS-CUST-AMT-WK > WS-CUS-CAP-AMT(WS-CUST-FND)
              MOVE 49 TO WS-LIMIT-RC
           END-IF.
       H217-END. EXIT.

       H219-FIND-CUSTOMER.
           MOVE ZERO TO WS-CUST-FND
           IF WS-CAC-CNT = ZERO OR WS-CUS-CNT = ZERO
              GO TO H219-END
           END-IF
           MOVE INP-ID  TO WS-CUST-KEY-WK(1:5)
           MOVE INP-DVZ TO WS-CUST-KEY-WK(6:3)
           MOVE ZERO    TO WS-CUST-NO-WK
           SEARCH ALL WS-CAC-ENTRY
              AT END
                 GO TO H219-END
              WHEN WS-CAC-KEY(WS-CAC-IDX) = WS-CUST-KEY-WK
                 MOVE WS-CAC-CUST-NO(WS-CAC-IDX) TO WS-CUST-NO-WK
           END-SEARCH
           SEARCH ALL WS-CUS-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CUS-NO(WS-CUS-IDX) = WS-CUST-NO-WK
                 SET WS-CUST-FND TO WS-CUS-IDX
           END-SEARCH.
       H219-END. EXIT.

       H211-VALUE-IN-CAP-DVZ.
           MOVE ZERO TO WS-CUST-AMT-WK
           SET  WS-CUST-VALUED TO TRUE
           IF INP-DVZ = WS-CUS-CAP-DVZ(WS-CUST-FND)
              MOVE INP-AMOUNT TO WS-CUST-AMT-WK
              GO TO H211-END
           END-IF
           SET  WS-CUST-NO-RATE TO TRUE
           IF WS-RATE-CNT = ZERO
              GO TO H211-END
           END-IF
           MOVE INP-DVZ                    TO WS-RATE-KEY-WK(1:3)
           MOVE WS-CUS-CAP-DVZ(WS-CUST-FND) TO WS-RATE-KEY-WK(4:3)
           SEARCH ALL WS-RATE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RATE-KEY(WS-RATE-IDX) = WS-RATE-KEY-WK
                 SET WS-CUST-VALUED TO TRUE
                 COMPUTE WS-CUST-AMT-WK ROUNDED =
                         INP-AMOUNT * WS-RATE-VAL(WS-RATE-IDX)
                    ON SIZE ERROR
                       SET WS-CUST-NO-RATE TO TRUE
                 END-COMPUTE
           END-SEARCH
           IF WS-CUST-VALUED
              GO TO H211-END
           END-IF
           MOVE WS-CUS-CAP-DVZ(WS-CUST-FND) TO WS-RATE-KEY-WK(1:3)
           MOVE INP-DVZ                    TO WS-RATE-KEY-WK(4:3)
           SEARCH ALL WS-RATE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RATE-KEY(WS-RATE-IDX) = WS-RATE-KEY-WK
                 IF WS-RATE-VAL(WS-RATE-IDX) > ZERO
                    SET WS-CUST-VALUED TO TRUE
                    COMPUTE WS-CUST-AMT-WK ROUNDED =
                            INP-AMOUNT / WS-RATE-VAL(WS-RATE-IDX)
                       ON SIZE ERROR
                          SET WS-CUST-NO-RATE TO TRUE
                    END-COMPUTE
                 END-IF
           END-SEARCH.
       H211-END. EXIT.

       H215-DO-ACCT-STATUS.
           IF WS-ISLEM-TIPI = 8
              PERFORM H216-CHECK-DORM-REACT THRU H216-END
              GO TO H216-END
           END-IF
           COMPUTE WS-LACT-AGE = WS-RUN-DAYS - WS-DTD-DAYS
           IF WS-LACT-AGE > WS-DORM-DAYS
              MOVE WS-LACT-DATE(WS-LACT-FND) TO WS-BD-FROM-DATE
              MOVE INP-DVZ                   TO WS-BD-DVZ
              PERFORM H186-BUSINESS-AGE THRU H186-END
              MOVE WS-BD-AGE                 TO WS-LACT-AGE
           END-IF
           IF WS-LACT-AGE > WS-DORM-DAYS
              ADD 1 TO WS-DORM-REACT-CNT
              IF WS-REACT-CNT < 200
              PERFORM H290-WRITE-OUTPUT THRU H290-END
              GO TO H222-END
           END-IF
           PERFORM H228-FIND-LIEN-HELD THRU H228-END
           IF INP-AMOUNT + WS-LIEN-HELD-WK > WS-OD-BAL + WS-OD-LINE-WK
              PERFORM H229-REFUSE-FOR-LIEN THRU H229-END
              MOVE SPACES TO OUT-FROM
              MOVE SPACES TO OUT-TO
              PERFORM H290-WRITE-OUTPUT THRU H290-END
              GO TO H222-END
           END-IF
           SET  WS-FUNC-REVERSE TO TRUE
           MOVE ZEROS          TO WS-SUB-RC
           MOVE INP-AMOUNT     TO WS-SUB-AMOUNT
           END-SEARCH.
       H227-END. EXIT.

       H228-FIND-LIEN-HELD.
           MOVE ZERO    TO WS-LIEN-HELD-WK
           MOVE INP-ID  TO WS-LIEN-ACCT-WK(1:5)
           MOVE INP-DVZ TO WS-LIEN-ACCT-WK(6:3)
           PERFORM H149-FIND-LIEN-ACCT THRU H149-END
           IF WS-LIEN-FND NOT = ZERO
              MOVE WS-LNA-HELD(WS-LIEN-FND) TO WS-LIEN-HELD-WK
           END-IF.
       H228-END. EXIT.

       H229-REFUSE-FOR-LIEN.
           IF WS-LIEN-HELD-WK < WS-OD-BAL + WS-OD-LINE-WK
              COMPUTE WS-LIEN-AVAIL-WK =
                      WS-OD-BAL + WS-OD-LINE-WK - WS-LIEN-HELD-WK
           ELSE
              MOVE ZERO TO WS-LIEN-AVAIL-WK
           END-IF
           ADD  1          TO WS-LIEN-REFUSED-CNT
           ADD  INP-AMOUNT TO WS-LIEN-REFUSED-AMT
           IF WS-LRF-CNT < 1000
              ADD  1 TO WS-LRF-CNT
              MOVE WS-ISLEM-TIPI    TO WS-LRF-TIPI(WS-LRF-CNT)
              MOVE WS-LIEN-ACCT-WK  TO WS-LRF-ACCT(WS-LRF-CNT)
              MOVE INP-AMOUNT       TO WS-LRF-AMOUNT(WS-LRF-CNT)
              MOVE WS-LIEN-AVAIL-WK TO WS-LRF-AVAIL(WS-LRF-CNT)
           END-IF
           MOVE 52     TO WS-SUB-RC
           MOVE SPACES TO WS-SUB-DATA
           MOVE 'INSUFFICIENT AVAILABLE - AMOUNT HOLD' TO WS-SUB-DATA.
       H229-END. EXIT.

       H225-REJECT-STATUS.
           MOVE WS-STATUS-RC   TO WS-SUB-RC
           MOVE SPACES         TO WS-SUB-DATA
           ELSE
              MOVE INP-TO-DVZ  TO WS-XFER-TO-DVZ
           END-IF
           MOVE INP-TO-ID      TO WS-XFER-TO-ID
           SET  WS-XFER-ON-US  TO TRUE
           IF INP-BENE-BANK NOT = SPACES
              PERFORM H237-ROUTE-OUTBOUND THRU H237-END
              IF WS-XFER-ROUTE-RC NOT = ZERO
                 PERFORM H238-REJECT-OUTBOUND THRU H238-END
                 GO TO H230-END
              END-IF
           END-IF
           MOVE INP-AMOUNT     TO WS-XFER-CR-AMOUNT
           MOVE ZERO           TO WS-XFER-RATE
           IF WS-XFER-TO-DVZ NOT = INP-DVZ
           MOVE INP-DVZ        TO WS-CHK-DVZ
           PERFORM H218-CHECK-ACCT-STATUS THRU H218-END
           IF WS-STATUS-RC = ZERO
              MOVE WS-XFER-TO-ID  TO WS-CHK-ID
              MOVE WS-XFER-TO-DVZ TO WS-CHK-DVZ
              PERFORM H218-CHECK-ACCT-STATUS THRU H218-END
           END-IF
           IF WS-STATUS-RC NOT = ZERO
              MOVE INP-ID         TO OUT-FROM
              MOVE WS-XFER-TO-ID  TO OUT-TO
              PERFORM H225-REJECT-STATUS THRU H225-END
              GO TO H230-END
           END-IF
           PERFORM H231-CHECK-AVAILABLE THRU H231-END
           IF WS-SUB-RC NOT = ZERO
              MOVE INP-ID         TO OUT-FROM
              MOVE WS-XFER-TO-ID  TO OUT-TO
              PERFORM H290-WRITE-OUTPUT THRU H290-END
              GO TO H230-END
           END-IF
           SET  WS-FUNC-UPDATE TO TRUE
           MOVE INP-ID         TO WS-SUB-ID
           MOVE INP-DVZ        TO WS-SUB-DVZ
           END-IF
           IF WS-XFER-DEBIT-RC = ZERO
              SET  WS-FUNC-UPDATE TO TRUE
              MOVE WS-XFER-TO-ID  TO WS-SUB-ID
              MOVE WS-XFER-TO-DVZ TO WS-SUB-DVZ
              MOVE ZEROS          TO WS-SUB-RC
              MOVE WS-XFER-CR-AMOUNT TO WS-SUB-AMOUNT
                 MOVE WS-XFER-CR-AMOUNT TO WS-SETL-AMT
                 MOVE 'C'               TO WS-SETL-SIDE
                 PERFORM H510-ADD-SETTLEMENT THRU H510-END
                 IF WS-XFER-OUTBOUND
                    PERFORM H239-WRITE-PAYMENT THRU H239-END
                 END-IF
              ELSE
                 PERFORM H236-COMPENSATE-DEBIT THRU H236-END
              END-IF
              END-IF
           END-IF
           MOVE INP-ID         TO OUT-FROM
           MOVE WS-XFER-TO-ID  TO OUT-TO
           MOVE WS-XFER-TO-DVZ TO OUT-TO(6:3)
           IF WS-XFER-OUTBOUND
              MOVE INP-BENE-BANK TO OUT-TO(9:4)
           END-IF
           PERFORM H290-WRITE-OUTPUT THRU H290-END.
       H230-END. EXIT.

       H231-CHECK-AVAILABLE.
           SET  WS-FUNC-READ   TO TRUE
           MOVE INP-ID         TO WS-SUB-ID
           MOVE INP-DVZ        TO WS-SUB-DVZ
           MOVE ZEROS          TO WS-SUB-RC
           MOVE ZERO           TO WS-SUB-AMOUNT
           MOVE SPACES         TO WS-SUB-DATA
           CALL WS-HMWRIDX     USING WS-SUB-AREA
           IF WS-SUB-RC NOT = ZERO
              MOVE ZEROS TO WS-SUB-RC
              GO TO H231-END
           END-IF
           MOVE WS-SUB-AMOUNT  TO WS-OD-BAL
           PERFORM H223-FIND-OD-LINE THRU H223-END
           IF INP-AMOUNT > WS-OD-BAL + WS-OD-LINE-WK
              ADD  1      TO WS-OD-NSF-CNT
              MOVE 46     TO WS-SUB-RC
              MOVE SPACES TO WS-SUB-DATA
              MOVE 'INSUFFICIENT FUNDS FOR TRANSFER' TO WS-SUB-DATA
              GO TO H231-END
           END-IF
           PERFORM H228-FIND-LIEN-HELD THRU H228-END
           IF INP-AMOUNT + WS-LIEN-HELD-WK > WS-OD-BAL + WS-OD-LINE-WK
              PERFORM H229-REFUSE-FOR-LIEN THRU H229-END
           END-IF.
       H231-END. EXIT.

       H232-CONVERT-AMOUNT.
           MOVE ZERO          TO WS-XFER-RATE-RC
           IF WS-RATE-CNT = ZERO
              MOVE 'CONVERTED AMOUNT OVERFLOW' TO WS-SUB-DATA
           END-IF
           MOVE INP-ID          TO OUT-FROM
           MOVE WS-XFER-TO-ID   TO OUT-TO
           PERFORM H290-WRITE-OUTPUT THRU H290-END.
       H234-END. EXIT.

           END-IF.
       H236-END. EXIT.

       H237-ROUTE-OUTBOUND.
           MOVE ZERO TO WS-XFER-ROUTE-RC
           IF INP-BENE-ACCT = SPACES
              MOVE 25 TO WS-XFER-ROUTE-RC
              GO TO H237-END
           END-IF
           IF WS-NOS-CNT = ZERO
              MOVE 26 TO WS-XFER-ROUTE-RC
              GO TO H237-END
           END-IF
           SET WS-NOS-IDX TO 1
           SEARCH WS-NOS-ENTRY
              AT END
                 MOVE 26 TO WS-XFER-ROUTE-RC
              WHEN WS-NOS-DVZ(WS-NOS-IDX) = WS-XFER-TO-DVZ
                 MOVE WS-NOS-ID(WS-NOS-IDX) TO WS-XFER-TO-ID
                 SET  WS-XFER-OUTBOUND      TO TRUE
           END-SEARCH.
       H237-END. EXIT.

       H238-REJECT-OUTBOUND.
           ADD  1                TO WS-PAY-REJ-CNT
           MOVE 25               TO WS-SUB-RC
           MOVE SPACES           TO WS-SUB-DATA
           IF WS-XFER-ROUTE-RC = 25
              MOVE 'BENEFICIARY ACCOUNT MISSING' TO WS-SUB-DATA
           ELSE
              STRING 'NO NOSTRO FOR DVZ ' WS-XFER-TO-DVZ
                     DELIMITED BY SIZE INTO WS-SUB-DATA
              END-STRING
           END-IF
           MOVE INP-ID           TO OUT-FROM
           MOVE SPACES           TO OUT-TO
           MOVE WS-XFER-TO-DVZ   TO OUT-TO(6:3)
           MOVE INP-BENE-BANK    TO OUT-TO(9:4)
           PERFORM H290-WRITE-OUTPUT THRU H290-END.
       H238-END. EXIT.

       H239-WRITE-PAYMENT.
           ADD  1                 TO WS-PAY-CNT
           ADD  WS-XFER-CR-AMOUNT TO WS-PAY-AMT-TOT
           MOVE SPACES            TO PAY-REC
           MOVE 'D'               TO PAY-REC-TYPE
           MOVE WS-RUN-DATE       TO PAY-RUN-DATE
           MOVE WS-OWN-STREAM     TO PAY-STREAM
           MOVE WS-PAY-CNT        TO PAY-SEQ
           MOVE INP-ID            TO PAY-FROM-ID
           MOVE INP-DVZ           TO PAY-FROM-DVZ
           MOVE WS-XFER-TO-DVZ    TO PAY-DVZ
           MOVE WS-XFER-CR-AMOUNT TO PAY-AMOUNT
           MOVE INP-VALUE-DATE    TO PAY-VALUE-DATE
           MOVE INP-BENE-BANK     TO PAY-BENE-BANK
           MOVE INP-BENE-ACCT     TO PAY-BENE-ACCT
           MOVE WS-XFER-TO-ID     TO PAY-NOSTRO-ID
           MOVE INP-BRANCH        TO PAY-BRANCH
           MOVE INP-CHANNEL       TO PAY-CHANNEL
           WRITE PAY-REC.
       H239-END. EXIT.

       H240-DO-REVERSAL.
           PERFORM H242-MATCH-ORIGINAL THRU H242-END
           IF WS-HIST-FND = ZERO
              MOVE ZERO            TO WS-USAGE-AMT(WS-USAGE-CNT)
              MOVE WS-USAGE-CNT    TO WS-USAGE-FND
           END-IF
           ADD INP-AMOUNT TO WS-USAGE-AMT(WS-USAGE-FND)
           IF WS-ISLEM-TIPI = 5 OR INP-DRCR = 'D'
              PERFORM H297-ADD-CUST-USAGE THRU H297-END
           END-IF.
       H296-END. EXIT.

       H297-ADD-CUST-USAGE.
           PERFORM H219-FIND-CUSTOMER THRU H219-END
           IF WS-CUST-FND = ZERO
              GO TO H297-END
           END-IF
           PERFORM H211-VALUE-IN-CAP-DVZ THRU H211-END
           IF WS-CUST-VALUED
              ADD WS-CUST-AMT-WK TO WS-CUS-USED-OWN(WS-CUST-FND)
           END-IF.
       H297-END. EXIT.

       H298-ADD-HISTORY.
           IF WS-HIST-CNT NOT < 50000
              DISPLAY 'HMWRK004 - HISTORY TABLE EXCEEDED'
           MOVE 'N'            TO WS-HIST-REVERSED(WS-HIST-CNT)
           IF WS-ISLEM-TIPI = 3
              MOVE INP-DRCR TO WS-HIST-DRCR(WS-HIST-CNT)
              IF INP-DRCR = SPACE
                 MOVE 'C'   TO WS-HIST-DRCR(WS-HIST-CNT)
              END-IF
           ELSE
              MOVE SPACE    TO WS-HIST-DRCR(WS-HIST-CNT)
           END-IF.
           MOVE INP-DVZ TO WS-LACT-KEY-WK(6:3)
           PERFORM H622-SET-LACT THRU H622-END
           IF WS-ISLEM-TIPI = 5
              MOVE WS-XFER-TO-ID  TO WS-LACT-KEY-WK(1:5)
              MOVE WS-XFER-TO-DVZ TO WS-LACT-KEY-WK(6:3)
              IF WS-OWN-STREAM NOT = ZERO
                 MOVE WS-LACT-KEY-WK(6:3) TO WS-DVZ-WK
                 PERFORM H049-CLASSIFY-DVZ THRU H049-END
                 SUSP-FILE
                 HOLD-OUT-FILE
                 CKPT-OUT-FILE.
           PERFORM H308-CLOSE-PAYMENTS THRU H308-END.
           PERFORM H309-WRITE-CUST-USAGE THRU H309-END.
           PERFORM H301-WRITE-LIENS THRU H301-END.
           MOVE SPACES TO WS-CUR-BRANCH.
           MOVE SPACE  TO WS-CUR-CHANNEL.
           PERFORM H600-EXTRACT-BALANCES THRU H600-END.
           PERFORM H360-WRITE-RECYCLE THRU H360-END.
       H300-END. EXIT.

       H308-CLOSE-PAYMENTS.
           MOVE SPACES         TO PAY-TRAILER-REC
           MOVE 'T'            TO PAY-TRL-TYPE
           MOVE WS-RUN-DATE    TO PAY-TRL-RUN-DATE
           MOVE WS-OWN-STREAM  TO PAY-TRL-STREAM
           MOVE WS-PAY-CNT     TO PAY-TRL-CNT
           MOVE WS-PAY-AMT-TOT TO PAY-TRL-AMOUNT
           WRITE PAY-REC
           CLOSE PAY-FILE.
       H308-END. EXIT.

       H309-WRITE-CUST-USAGE.
           OPEN OUTPUT CUSU-OUT-FILE.
           PERFORM H307-WRITE-CUSU-REC THRU H307-END
              VARYING WS-CUS-SUB FROM 1 BY 1
              UNTIL WS-CUS-SUB > WS-CUS-CNT.
           CLOSE CUSU-OUT-FILE.
       H309-END. EXIT.

       H301-WRITE-LIENS.
           OPEN OUTPUT LIEN-OUT-FILE.
           PERFORM H302-WRITE-LIEN-REC THRU H302-END
              VARYING WS-LIEN-SUB FROM 1 BY 1
              UNTIL WS-LIEN-SUB > WS-LIN-CNT.
           CLOSE LIEN-OUT-FILE.
       H301-END. EXIT.

       H302-WRITE-LIEN-REC.
           IF WS-LIN-STATE(WS-LIEN-SUB) = 'A'
              OR WS-LIN-STATE(WS-LIEN-SUB) = 'N'
              ADD  1 TO WS-LIEN-FWD-CNT
              MOVE SPACES                         TO LIEN-OUT-REC
              MOVE WS-LIN-ACCT(WS-LIEN-SUB)(1:5)  TO LIEN-OUT-ID
              MOVE WS-LIN-ACCT(WS-LIEN-SUB)(6:3)  TO LIEN-OUT-DVZ
              MOVE WS-LIN-REF(WS-LIEN-SUB)        TO LIEN-OUT-REF
              MOVE WS-LIN-AMOUNT(WS-LIEN-SUB)     TO LIEN-OUT-AMOUNT
              MOVE WS-LIN-REASON(WS-LIEN-SUB)     TO LIEN-OUT-REASON
              MOVE WS-LIN-PLACED(WS-LIEN-SUB)     TO LIEN-OUT-PLACED
              MOVE WS-LIN-EXPIRY(WS-LIEN-SUB)     TO LIEN-OUT-EXPIRY
              WRITE LIEN-OUT-REC
           END-IF.
       H302-END. EXIT.

       H307-WRITE-CUSU-REC.
           IF WS-CUS-USED-OWN(WS-CUS-SUB) > ZERO
              ADD  1 TO WS-CUSU-WRITE-CNT
              MOVE SPACES                      TO CUSU-OUT-REC
              MOVE WS-CUS-NO(WS-CUS-SUB)       TO CUSU-OUT-CUST-NO
              MOVE WS-CUS-CAP-DVZ(WS-CUS-SUB)  TO CUSU-OUT-CAP-DVZ
              MOVE WS-CUS-USED-OWN(WS-CUS-SUB) TO CUSU-OUT-USED
              MOVE WS-OWN-STREAM               TO CUSU-OUT-STREAM
              MOVE WS-RUN-DATE                 TO CUSU-OUT-RUN-DATE
              WRITE CUSU-OUT-REC
           END-IF.
       H307-END. EXIT.

       H305-CARRY-HELD.
           IF WS-HOLD-MATCHED(WS-HOLD-SUB) = 'N'
              ADD  1 TO WS-HELD-FWD-CNT
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING '  OF WHICH CUSTOMER CAP..: ' WS-CUST-PARKED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING '  CUSTOMER CAP NO RATE...: ' WS-CUST-NORATE-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'CUSTOMER USAGE CARRIED IN: ' WS-CUSU-READ-CNT
                  '  NOT MATCHED ' WS-CUSU-SKIP-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'CUSTOMER USAGE PASSED ON.: ' WS-CUSU-WRITE-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'PARKED ITEMS RELEASED....: ' WS-RELEASED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'OUTBOUND PAYMENTS........: ' WS-PAY-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE WS-PAY-AMT-TOT TO WS-PAY-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING 'OUTBOUND PAYMENT AMOUNT..: ' WS-PAY-AMT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'OUTBOUND NOT ROUTED......: ' WS-PAY-REJ-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           PERFORM H330-PRINT-TIPI-LINE THRU H330-END
              VARYING WS-TIPI-SUB FROM 1 BY 1 UNTIL WS-TIPI-SUB > 9.
           MOVE SPACES TO RPT-REC
           PERFORM H720-PRINT-SUSP-AGING THRU H720-END.
           PERFORM H730-PRINT-ACCRUAL THRU H730-END.
           PERFORM H750-PRINT-OVERDRAFT THRU H750-END.
           PERFORM H780-PRINT-HOLDS THRU H780-END.
           PERFORM H760-PRINT-BRANCH THRU H760-END.
           PERFORM H770-PRINT-DORMANCY THRU H770-END.
           PERFORM H700-PRINT-SETTLEMENT THRU H700-END.
           IF WS-LACT-AGE NOT > WS-DORM-DAYS
              GO TO H619-END
           END-IF
           MOVE WS-LACT-DATE(WS-LACT-FND) TO WS-BD-FROM-DATE
           MOVE WS-SUB-DVZ                TO WS-BD-DVZ
           PERFORM H186-BUSINESS-AGE THRU H186-END
           MOVE WS-BD-AGE                 TO WS-LACT-AGE
           IF WS-LACT-AGE NOT > WS-DORM-DAYS
              GO TO H619-END
           END-IF
           ADD 1 TO WS-DORM-CAND-CNT
           IF WS-DORM-CNT NOT < 500
              DISPLAY 'HMWRK004 - DORMANT CANDIDATE TABLE EXCEEDED'
           END-IF.
       H755-END. EXIT.

       H780-PRINT-HOLDS.
           MOVE SPACES TO RPT-REC
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE 'AMOUNT HOLDS' TO RPT-REC
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'HOLDS CARRIED IN.........: ' WS-LIEN-IN-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'HOLDS PLACED.............: ' WS-LIEN-PLACED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'HOLDS RELEASED...........: ' WS-LIEN-RELEASED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'HOLDS EXPIRED............: ' WS-LIEN-EXPIRED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'HOLD CARDS REJECTED......: ' WS-LIEN-CARD-REJ-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE SPACES TO RPT-REC
           STRING 'HOLDS CARRIED FORWARD....: ' WS-LIEN-FWD-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           PERFORM H785-PRINT-LIEN-LINE THRU H785-END
              VARYING WS-LIEN-SUB FROM 1 BY 1
              UNTIL WS-LIEN-SUB > WS-LIN-CNT
           MOVE SPACES TO RPT-REC
           STRING 'DEBITS REFUSED BY HOLD...: ' WS-LIEN-REFUSED-CNT
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           MOVE WS-LIEN-REFUSED-AMT TO WS-LIEN-AVAIL-ED
           MOVE SPACES TO RPT-REC
           STRING 'AMOUNT REFUSED BY HOLD...: ' WS-LIEN-AVAIL-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
           PERFORM H788-PRINT-REFUSED-LINE THRU H788-END
              VARYING WS-LRF-SUB FROM 1 BY 1
              UNTIL WS-LRF-SUB > WS-LRF-CNT
           IF WS-LIEN-REFUSED-CNT > WS-LRF-CNT
              COMPUTE WS-LIEN-UNLISTED =
                      WS-LIEN-REFUSED-CNT - WS-LRF-CNT
              MOVE SPACES TO RPT-REC
              STRING 'REFUSALS NOT LISTED......: ' WS-LIEN-UNLISTED
                     DELIMITED BY SIZE INTO RPT-REC
              END-STRING
              PERFORM H315-WRITE-RPT-LINE THRU H315-END
           END-IF.
       H780-END. EXIT.

       H785-PRINT-LIEN-LINE.
           EVALUATE WS-LIN-STATE(WS-LIEN-SUB)
               WHEN 'N'
                  MOVE 'PLACED  ' TO WS-LIEN-EVENT
               WHEN 'R'
                  MOVE 'RELEASED' TO WS-LIEN-EVENT
               WHEN 'X'
                  MOVE 'EXPIRED ' TO WS-LIEN-EVENT
               WHEN OTHER
                  GO TO H785-END
           END-EVALUATE
           MOVE WS-LIN-AMOUNT(WS-LIEN-SUB) TO WS-LIEN-AMT-ED
           MOVE SPACES TO RPT-REC
           STRING WS-LIEN-EVENT ' ' WS-LIN-ACCT(WS-LIEN-SUB)(1:5)
                  ' ' WS-LIN-ACCT(WS-LIEN-SUB)(6:3)
                  ' REF ' WS-LIN-REF(WS-LIEN-SUB)
                  ' AMT ' WS-LIEN-AMT-ED
                  ' RSN ' WS-LIN-REASON(WS-LIEN-SUB)
                  ' EXP ' WS-LIN-EXPIRY(WS-LIEN-SUB)
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END.
       H785-END. EXIT.

       H788-PRINT-REFUSED-LINE.
           MOVE WS-LRF-AMOUNT(WS-LRF-SUB) TO WS-LIEN-AMT-ED
           MOVE WS-LRF-AVAIL(WS-LRF-SUB)  TO WS-LIEN-AVAIL-ED
           MOVE SPACES TO RPT-REC
           STRING 'REFUSED  TIPI ' WS-LRF-TIPI(WS-LRF-SUB)
                  ' ' WS-LRF-ACCT(WS-LRF-SUB)(1:5)
                  ' ' WS-LRF-ACCT(WS-LRF-SUB)(6:3)
                  ' AMT ' WS-LIEN-AMT-ED
                  ' AVAIL ' WS-LIEN-AVAIL-ED
                  DELIMITED BY SIZE INTO RPT-REC
           END-STRING
           PERFORM H315-WRITE-RPT-LINE THRU H315-END.
       H788-END. EXIT.

       H760-PRINT-BRANCH.
           MOVE SPACES TO RPT-REC
           PERFORM H315-WRITE-RPT-LINE THRU H315-END
