       IDENTIFICATION DIVISION.
       PROGRAM-ID. HMWRK012.
       AUTHOR.     KAAN KANIG.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-HMWRIDX             PIC X(08)  VALUE 'HMWRIDX'.
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
              88 WS-ACCT-ACTIVE                 VALUE 'A'.
              88 WS-ACCT-CLOSED                 VALUE 'C'.
              88 WS-ACCT-FROZEN                 VALUE 'F'.
           05 WS-READ-RC             PIC 9(02).
           05 WS-RESP                PIC S9(08) COMP.
           05 WS-KEY-WK              PIC X(08).
           05 WS-BALANCE             PIC 9(11)V99.
           05 WS-OD-LINE             PIC 9(11)V99.
           05 WS-AVAILABLE           PIC 9(12)V99.
           05 WS-HELD                PIC 9(13)V99.
           05 WS-ABSTIME             PIC S9(15) COMP-3.
           05 WS-TODAY               PIC X(08).
           05 WS-TODAY-N REDEFINES WS-TODAY
                                     PIC 9(08).
           05 WS-FROZEN-FLAG         PIC X(01).
           05 WS-AMT-ED              PIC Z(12)9.99.
           05 WS-HIST-AMT-ED         PIC Z(10)9.99.
           05 WS-HIST-SUB            PIC 9(02).
           05 WS-HIST-SW             PIC X(01).
              88 WS-HIST-MORE                   VALUE 'Y'.
              88 WS-HIST-DONE                   VALUE 'N'.
           05 WS-HIST-KEY.
              10 WS-HK-ACCT          PIC X(08).
              10 WS-HK-RUN-DATE      PIC X(08).
              10 WS-HK-SEQ           PIC X(07).
           05 WS-LIEN-SW             PIC X(01).
              88 WS-LIEN-MORE                   VALUE 'Y'.
              88 WS-LIEN-DONE                   VALUE 'N'.
           05 WS-LIEN-KEY.
              10 WS-LK-ACCT          PIC X(08).
              10 WS-LK-REF           PIC X(08).
         01  WS-COMMAREA.
           05 WS-CA-STATE            PIC X(01).
              88 WS-CA-MAP-SENT                 VALUE 'M'.
           05 WS-CA-LAST-KEY         PIC X(08).
         01  OD-REC.
           05 OD-ID                      PIC X(05).
           05 OD-DVZ                     PIC X(03).
           05 OD-LINE                    PIC 9(11)V99.
           05 FILLER                     PIC X(09).
         01  LIMIT-REC.
           05 LIMIT-ID                   PIC X(05).
           05 LIMIT-DVZ                  PIC X(03).
           05 LIMIT-CAP                  PIC 9(11)V99.
           05 FILLER                     PIC X(09).
         01  LACT-REC.
           05 LACT-ID                    PIC X(05).
           05 LACT-DVZ                   PIC X(03).
           05 LACT-DATE                  PIC 9(08).
           05 LACT-FROZEN                PIC X(01).
           05 FILLER                     PIC X(13).
         01  LIEN-REC.
           05 LIEN-ID                    PIC X(05).
           05 LIEN-DVZ                   PIC X(03).
           05 LIEN-REF                   PIC X(08).
           05 LIEN-AMOUNT                PIC 9(11)V99.
           05 LIEN-REASON                PIC X(02).
           05 LIEN-PLACED                PIC 9(08).
           05 LIEN-EXPIRY                PIC 9(08).
           05 FILLER                     PIC X(33).
         01  HIST-REC.
           05 HIST-KEY.
              10 HIST-KEY-ACCT           PIC X(08).
              10 HIST-KEY-RUN-DATE       PIC X(08).
              10 HIST-KEY-SEQ            PIC X(07).
           05 HIST-RUN-DATE              PIC 9(08).
           05 HIST-TIPI                  PIC X(01).
           05 HIST-ID                    PIC X(05).
           05 HIST-DVZ                   PIC X(03).
           05 HIST-AMOUNT                PIC 9(11)V99.
           05 HIST-VALUE-DATE            PIC 9(08).
           05 HIST-RC                    PIC X(02).
           05 HIST-REVERSED              PIC X(01).
           05 HIST-DRCR                  PIC X(01).
           05 FILLER                     PIC X(38).
         01  WS-HIST-LINE.
           05 WS-HL-RUN-DATE             PIC 9(08).
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 WS-HL-VALUE-DATE           PIC 9(08).
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 WS-HL-TIPI                 PIC X(01).
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 WS-HL-DRCR                 PIC X(01).
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 WS-HL-AMOUNT               PIC Z(10)9.99.
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 WS-HL-RC                   PIC X(02).
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 WS-HL-REVERSED             PIC X(01).
           05 FILLER                     PIC X(09)  VALUE SPACES.
         01  WS-HIST-TABLE.
           05 WS-HIST-ENTRY              PIC X(50)  OCCURS 8 TIMES.

           COPY HMWRK12.

           COPY DFHAID.

       LINKAGE SECTION.
         01  DFHCOMMAREA                 PIC X(09).

       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN = ZERO
              PERFORM Q100-FIRST-TIME THRU Q100-END
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              EVALUATE EIBAID
                  WHEN DFHPF3
                  WHEN DFHCLEAR
                     PERFORM Q900-END-SESSION THRU Q900-END
                  WHEN DFHENTER
                     PERFORM Q200-PROCESS-INQUIRY THRU Q200-END
                  WHEN OTHER
                     MOVE LOW-VALUES TO HM12MAPO
                     MOVE WS-CA-LAST-KEY(1:5) TO ACCTIDO
                     MOVE WS-CA-LAST-KEY(6:3) TO ACCTDVZO
                     MOVE 'INVALID KEY - ENTER, PF3 OR CLEAR ONLY'
                       TO MSGO
                     PERFORM Q800-SEND-MAP THRU Q800-END
              END-EVALUATE
           END-IF.
           EXEC CICS RETURN
                TRANSID('HM12')
                COMMAREA(WS-COMMAREA)
                LENGTH(9)
           END-EXEC.

       Q100-FIRST-TIME.
           MOVE SPACES     TO WS-COMMAREA
           MOVE LOW-VALUES TO HM12MAPO
           MOVE 'ENTER ACCOUNT ID AND DVZ, THEN PRESS ENTER' TO MSGO
           PERFORM Q800-SEND-MAP THRU Q800-END.
       Q100-END. EXIT.

       Q200-PROCESS-INQUIRY.
           EXEC CICS RECEIVE
                MAP('HM12MAP')
                MAPSET('HMWRK12')
                INTO(HM12MAPI)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO HM12MAPI
           END-IF
           IF ACCTIDI NOT NUMERIC OR ACCTDVZI NOT NUMERIC
              MOVE LOW-VALUES TO HM12MAPO
              MOVE 'ACCOUNT ID MUST BE 5 DIGITS AND DVZ 3 DIGITS'
                TO MSGO
              PERFORM Q800-SEND-MAP THRU Q800-END
              GO TO Q200-END
           END-IF
           MOVE ACCTIDI  TO WS-KEY-WK(1:5)
           MOVE ACCTDVZI TO WS-KEY-WK(6:3)
           MOVE WS-KEY-WK TO WS-CA-LAST-KEY
           MOVE LOW-VALUES TO HM12MAPO
           MOVE WS-KEY-WK(1:5) TO ACCTIDO
           MOVE WS-KEY-WK(6:3) TO ACCTDVZO
           PERFORM Q210-READ-ACCOUNT THRU Q210-END
           IF WS-READ-RC NOT = ZERO
              MOVE SPACES TO MSGO
              STRING 'ACCOUNT NOT ON FILE, HMWRIDX RC ' WS-READ-RC
                     DELIMITED BY SIZE INTO MSGO
              END-STRING
              PERFORM Q800-SEND-MAP THRU Q800-END
              GO TO Q200-END
           END-IF
           PERFORM Q220-READ-OD-LINE THRU Q220-END
           PERFORM Q230-READ-LIMIT THRU Q230-END
           PERFORM Q240-READ-LASTACT THRU Q240-END
           PERFORM Q245-READ-LIENS THRU Q245-END
           PERFORM Q250-SHOW-STATUS THRU Q250-END
           PERFORM Q260-BROWSE-HISTORY THRU Q260-END
           PERFORM Q800-SEND-MAP THRU Q800-END.
       Q200-END. EXIT.

       Q210-READ-ACCOUNT.
           SET  WS-FUNC-OPEN   TO TRUE
           CALL WS-HMWRIDX     USING WS-SUB-AREA
           SET  WS-FUNC-READ   TO TRUE
           MOVE WS-KEY-WK(1:5) TO WS-SUB-ID
           MOVE WS-KEY-WK(6:3) TO WS-SUB-DVZ
           MOVE ZEROS          TO WS-SUB-RC
           MOVE ZERO           TO WS-SUB-AMOUNT
           MOVE SPACES         TO WS-SUB-DATA
           CALL WS-HMWRIDX     USING WS-SUB-AREA
           MOVE WS-SUB-RC      TO WS-READ-RC
           MOVE WS-SUB-AMOUNT  TO WS-BALANCE
           MOVE WS-SUB-DATA(1:1) TO WS-ACCT-STATUS
           SET  WS-FUNC-CLOSE  TO TRUE
           CALL WS-HMWRIDX     USING WS-SUB-AREA.
       Q210-END. EXIT.

       Q220-READ-OD-LINE.
           MOVE ZERO TO WS-OD-LINE
           EXEC CICS READ
                FILE('HMODMST')
                INTO(OD-REC)
                RIDFLD(WS-KEY-WK)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE OD-LINE TO WS-OD-LINE
           END-IF
           MOVE WS-OD-LINE TO WS-AMT-ED
           MOVE WS-AMT-ED  TO ODLINEO.
       Q220-END. EXIT.

       Q230-READ-LIMIT.
           EXEC CICS READ
                FILE('HMLIMST')
                INTO(LIMIT-REC)
                RIDFLD(WS-KEY-WK)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE LIMIT-CAP TO WS-AMT-ED
              MOVE WS-AMT-ED TO PCAPO
           ELSE
              MOVE 'NO CAP'  TO PCAPO
           END-IF.
       Q230-END. EXIT.

       Q240-READ-LASTACT.
           MOVE SPACE TO WS-FROZEN-FLAG
           EXEC CICS READ
                FILE('HMLACT')
                INTO(LACT-REC)
                RIDFLD(WS-KEY-WK)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE LACT-DATE   TO LACTDTO
              MOVE LACT-FROZEN TO WS-FROZEN-FLAG
              MOVE LACT-FROZEN TO FRZFLGO
           ELSE
              MOVE 'NONE'      TO LACTDTO
           END-IF.
       Q240-END. EXIT.

       Q245-READ-LIENS.
           MOVE ZERO          TO WS-HELD
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC
           MOVE WS-KEY-WK     TO WS-LK-ACCT
           MOVE LOW-VALUES    TO WS-LK-REF
           EXEC CICS STARTBR
                FILE('HMLIEN')
                RIDFLD(WS-LIEN-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              SET  WS-LIEN-MORE TO TRUE
              PERFORM Q247-READ-NEXT THRU Q247-END
                 UNTIL WS-LIEN-DONE
              EXEC CICS ENDBR
                   FILE('HMLIEN')
              END-EXEC
           END-IF
           MOVE WS-HELD       TO WS-AMT-ED
           MOVE WS-AMT-ED     TO HELDO.
       Q245-END. EXIT.

       Q247-READ-NEXT.
           EXEC CICS READNEXT
                FILE('HMLIEN')
                INTO(LIEN-REC)
                RIDFLD(WS-LIEN-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-LIEN-DONE TO TRUE
              GO TO Q247-END
           END-IF
           IF WS-LK-ACCT NOT = WS-KEY-WK
              SET WS-LIEN-DONE TO TRUE
              GO TO Q247-END
           END-IF
           IF LIEN-EXPIRY NOT < WS-TODAY-N
              ADD LIEN-AMOUNT TO WS-HELD
           END-IF.
       Q247-END. EXIT.

       Q250-SHOW-STATUS.
           MOVE WS-BALANCE TO WS-AMT-ED
           MOVE WS-AMT-ED  TO BALO
           EVALUATE TRUE
               WHEN WS-ACCT-ACTIVE
                  MOVE 'OPEN'     TO STATO
               WHEN WS-ACCT-CLOSED
                  MOVE 'CLOSED'   TO STATO
               WHEN WS-ACCT-FROZEN AND WS-FROZEN-FLAG = 'F'
                  MOVE 'DORMANT'  TO STATO
               WHEN WS-ACCT-FROZEN
                  MOVE 'FROZEN'   TO STATO
               WHEN OTHER
                  MOVE WS-ACCT-STATUS TO STATO
           END-EVALUATE
           COMPUTE WS-AVAILABLE = WS-BALANCE + WS-OD-LINE
           IF WS-HELD < WS-AVAILABLE
              SUBTRACT WS-HELD FROM WS-AVAILABLE
           ELSE
              MOVE ZERO TO WS-AVAILABLE
           END-IF
           IF WS-ACCT-ACTIVE
              MOVE WS-AVAILABLE TO WS-AMT-ED
              MOVE WS-AMT-ED    TO AVAILO
           ELSE
              MOVE 'NOT POSTABLE' TO AVAILO
           END-IF
           MOVE 'ACCOUNT FOUND - ENTER NEXT ACCOUNT OR PF3 TO EXIT'
             TO MSGO.
       Q250-END. EXIT.

       Q260-BROWSE-HISTORY.
           MOVE ZERO          TO WS-HIST-SUB
           MOVE SPACES        TO WS-HIST-TABLE
           MOVE WS-KEY-WK     TO WS-HK-ACCT
           MOVE ALL '9'       TO WS-HK-RUN-DATE
           MOVE ALL '9'       TO WS-HK-SEQ
           EXEC CICS STARTBR
                FILE('HMHIST')
                RIDFLD(WS-HIST-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-HIST-KEY
              EXEC CICS STARTBR
                   FILE('HMHIST')
                   RIDFLD(WS-HIST-KEY)
                   GTEQ
                   RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO HISTORY ON FILE FOR THIS ACCOUNT'
                TO WS-HIST-ENTRY(1)
              GO TO Q260-MOVE
           END-IF
           SET  WS-HIST-MORE TO TRUE
           PERFORM Q265-READ-PREV THRU Q265-END
              UNTIL WS-HIST-DONE
           EXEC CICS ENDBR
                FILE('HMHIST')
           END-EXEC
           IF WS-HIST-SUB = ZERO
              MOVE 'NO HISTORY ON FILE FOR THIS ACCOUNT'
                TO WS-HIST-ENTRY(1)
           END-IF.
       Q260-MOVE.
           MOVE WS-HIST-ENTRY(1) TO HLINE1O
           MOVE WS-HIST-ENTRY(2) TO HLINE2O
           MOVE WS-HIST-ENTRY(3) TO HLINE3O
           MOVE WS-HIST-ENTRY(4) TO HLINE4O
           MOVE WS-HIST-ENTRY(5) TO HLINE5O
           MOVE WS-HIST-ENTRY(6) TO HLINE6O
           MOVE WS-HIST-ENTRY(7) TO HLINE7O
           MOVE WS-HIST-ENTRY(8) TO HLINE8O.
       Q260-END. EXIT.

       Q265-READ-PREV.
           EXEC CICS READPREV
                FILE('HMHIST')
                INTO(HIST-REC)
                RIDFLD(WS-HIST-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-HIST-DONE TO TRUE
              GO TO Q265-END
           END-IF
           IF HIST-KEY-ACCT > WS-KEY-WK
              GO TO Q265-END
           END-IF
           IF HIST-KEY-ACCT < WS-KEY-WK
              SET WS-HIST-DONE TO TRUE
              GO TO Q265-END
           END-IF
           ADD  1 TO WS-HIST-SUB
           MOVE HIST-RUN-DATE   TO WS-HL-RUN-DATE
           MOVE HIST-VALUE-DATE TO WS-HL-VALUE-DATE
           MOVE HIST-TIPI       TO WS-HL-TIPI
           MOVE HIST-DRCR       TO WS-HL-DRCR
           MOVE HIST-AMOUNT     TO WS-HL-AMOUNT
           MOVE HIST-RC         TO WS-HL-RC
           MOVE HIST-REVERSED   TO WS-HL-REVERSED
           MOVE WS-HIST-LINE    TO WS-HIST-ENTRY(WS-HIST-SUB)
           IF WS-HIST-SUB NOT < 8
              SET WS-HIST-DONE TO TRUE
           END-IF.
       Q265-END. EXIT.

       Q800-SEND-MAP.
           SET WS-CA-MAP-SENT TO TRUE
           EXEC CICS SEND
                MAP('HM12MAP')
                MAPSET('HMWRK12')
                FROM(HM12MAPO)
                ERASE
                FREEKB
           END-EXEC.
       Q800-END. EXIT.

       Q900-END-SESSION.
           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       Q900-END. EXIT.
