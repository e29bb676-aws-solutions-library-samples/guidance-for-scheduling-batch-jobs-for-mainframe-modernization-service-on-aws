003300*                        AHEAD OF ITS DEPENDENTS, SO CBLHELLO
003400*                        NO LONGER DEPENDS ON THE HAND-TYPED
003500*                        ORDER OF CTLFILE ENTRIES.
003510*    2026-10-15  RLB     KEEP THE PLANFILE CONTROL-TOTALS RECORD
003520*                        (CTOTREC ON CTOTFILE) UP TO DATE AS THE
003530*                        PLAN IS WRITTEN, FOR CBLCTVER TO PROVE
003540*                        AHEAD OF RECONCILIATION.
003600******************************************************************
003700/
003800 ENVIRONMENT DIVISION.
006800     SELECT PLAN-FILE       ASSIGN TO PLANFILE
006900                             ORGANIZATION IS LINE SEQUENTIAL
007000                             FILE STATUS  IS WS-PLAN-STATUS.
007010*---------------------------------------------------------------
007020*    CTOTFILE - CONTROL TOTALS FOR THE SHARED BATCH FILES.  THE
007030*    PLANFILE RECORD IS REBUILT AS THE PLAN IS WRITTEN.
007040*---------------------------------------------------------------
007050     SELECT CTOT-FILE       ASSIGN TO CTOTFILE
007060                             ORGANIZATION IS LINE SEQUENTIAL
007070                             FILE STATUS  IS WS-CTOT-STATUS.
007100*
007200 DATA DIVISION.
007300*-------------
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY PLANREC.
008910*
008920 FD  CTOT-FILE
008930     RECORDING MODE IS F
008940     LABEL RECORDS ARE STANDARD.
008950     COPY CTOTREC.
009000*
009100/
009200 WORKING-STORAGE SECTION.
017200       10 WS-JOBP-TBL-PREREQ-LIST   PIC X(08)
017300                 OCCURS 5 TIMES.
017400*
017403*****************************************************
017406* CONTROL TOTALS - EVERY CTOTFILE RECORD, WITH THE  *
017409* PLANFILE ROW REBUILT AS THE PLAN IS WRITTEN.      *
017412*****************************************************
017415 01 WS-CTOT-STATUS               PIC X(02) VALUE '00'.
017418    88 WS-CTOT-STATUS-OK            VALUE '00'.
017421 01 WS-CTOT-ADDED-SWITCH         PIC X(01) VALUE 'N'.
017424    88 WS-CTOT-ENTRY-ADDED          VALUE 'Y'.
017427 01 WS-CTOT-FILE-NAME            PIC X(08) VALUE SPACES.
017430 01 WS-CTOT-IDX                  PIC 9(04) VALUE 0.
017433 01 WS-CTOT-SRCH-IDX             PIC 9(04) VALUE 0.
017436 01 WS-CTOT-ADD-RC               PIC 9(06) VALUE 0.
017439 01 WS-CTOT-ADD-SECONDS          PIC 9(07) VALUE 0.
017442 01 WS-CTOT-TABLE.
017445    05 WS-CTOT-ENTRY-COUNT       PIC 9(04) VALUE 0.
017448    05 WS-CTOT-ENTRIES OCCURS 0 TO 20 TIMES
017451              DEPENDING ON WS-CTOT-ENTRY-COUNT.
017454       10 WS-CTOT-TBL-FILE-NAME     PIC X(08).
017457       10 WS-CTOT-TBL-COUNT         PIC 9(09).
017460       10 WS-CTOT-TBL-HASH-RC       PIC 9(11).
017463       10 WS-CTOT-TBL-HASH-SECONDS  PIC 9(13).
017466       10 WS-CTOT-TBL-LAST-DATE     PIC 9(06).
017469       10 WS-CTOT-TBL-LAST-TIME     PIC 9(08).
017472       10 WS-CTOT-TBL-LAST-PROGRAM  PIC X(08).
017475*
017500 PROCEDURE DIVISION.
017600*****************************************************
017700* MAIN PROGRAM ROUTINE                              *
023000            DISPLAY ' *** PLANFILE COULD NOT BE OPENED - '
023100               'STATUS: ' WS-PLAN-STATUS ' ***'
023200            SET WS-CTL-FILE-ABSENT  TO TRUE
023205         ELSE
023210*           THE PLAN IS WRITTEN FROM EMPTY, SO ITS CONTROL TOTALS
023215*           ARE REBUILT FROM ZERO AS THE ENTRIES GO OUT.
023220            PERFORM 9300-LOAD-CONTROL-TOTALS
023225               THRU 9300-LOAD-CONTROL-TOTALS-EXIT
023230            MOVE 'PLANFILE'         TO WS-CTOT-FILE-NAME
023235            PERFORM 9320-FIND-CTOT-ENTRY
023240               THRU 9320-FIND-CTOT-ENTRY-EXIT
023245            PERFORM 9330-CLEAR-CTOT-ENTRY
023250               THRU 9330-CLEAR-CTOT-ENTRY-EXIT
023300         END-IF
023400      END-IF
023500      .
054000      MOVE WS-CTL-TBL-RESTART-STEP (WS-BEST-IDX)
054100                              TO PLAN-RESTART-STEP
054200*
054210      MOVE 0                  TO WS-CTOT-ADD-RC
054220      IF WS-CTL-TBL-EXPECTED-RC (WS-BEST-IDX) IS NUMERIC
054230         MOVE WS-CTL-TBL-EXPECTED-RC (WS-BEST-IDX)
054240                              TO WS-CTOT-ADD-RC
054250      END-IF
054260      MOVE WS-PLAN-SEQUENCE   TO WS-CTOT-ADD-SECONDS
054300      WRITE PLAN-RECORD
054400      IF NOT WS-PLAN-STATUS-OK
054500         DISPLAY ' *** PLANFILE WRITE FAILED - STATUS: '
054600            WS-PLAN-STATUS ' ***'
054700         MOVE 12              TO WS-RETURN-CODE
054705      ELSE
054710         MOVE 'PLANFILE'         TO WS-CTOT-FILE-NAME
054755         PERFORM 9340-POST-CTOT-RECORD
054760            THRU 9340-POST-CTOT-RECORD-EXIT
054800      END-IF
054900*
055000      DISPLAY ' SEQ ' WS-PLAN-SEQUENCE ' JOB '
058400*
058500      IF WS-CTL-FILE-PRESENT
058600         CLOSE PLAN-FILE
058610         PERFORM 9360-SAVE-CONTROL-TOTALS
058620            THRU 9360-SAVE-CONTROL-TOTALS-EXIT
058700      END-IF
058800*
058900      DISPLAY ' '
059600      .
059700 9000-TERMINATE-EXIT.
059800      EXIT.
059900*
060000*****************************************************
060100* 9300-LOAD-CONTROL-TOTALS - LOAD EVERY CTOTFILE    *
060200* RECORD INTO WS-CTOT-TABLE.  NO CTOTFILE YET SIMPLY*
060300* LEAVES THE TABLE EMPTY.                           *
060400*****************************************************
060500 9300-LOAD-CONTROL-TOTALS.
060600*
060700      MOVE 0                  TO WS-CTOT-ENTRY-COUNT
060800      OPEN INPUT CTOT-FILE
060900      IF NOT WS-CTOT-STATUS-OK
061000         GO TO 9300-LOAD-CONTROL-TOTALS-EXIT
061100      END-IF
061200*
061300      PERFORM 9310-READ-CTOT-RECORD
061400         THRU 9310-READ-CTOT-RECORD-EXIT
061500         UNTIL WS-CTOT-STATUS = '10'
061600      CLOSE CTOT-FILE
061700      .
061800 9300-LOAD-CONTROL-TOTALS-EXIT.
061900      EXIT.
062000*
062100*****************************************************
062200* 9310-READ-CTOT-RECORD - READ ONE CONTROL-TOTALS   *
062300* RECORD AND ADD IT TO THE TABLE.                   *
062400*****************************************************
062500 9310-READ-CTOT-RECORD.
062600*
062700      READ CTOT-FILE
062800         AT END
062900            MOVE '10'   TO WS-CTOT-STATUS
063000         NOT AT END
063100            IF CTOT-FILE-NAME NOT = SPACES
063200               AND WS-CTOT-ENTRY-COUNT < 20
063300               ADD 1                TO WS-CTOT-ENTRY-COUNT
063400               MOVE WS-CTOT-ENTRY-COUNT TO WS-CTOT-IDX
063500               PERFORM 9330-CLEAR-CTOT-ENTRY
063600                  THRU 9330-CLEAR-CTOT-ENTRY-EXIT
063700               MOVE CTOT-FILE-NAME
063800                  TO WS-CTOT-TBL-FILE-NAME (WS-CTOT-IDX)
063900               IF CTOT-RECORD-COUNT IS NUMERIC
064000                  MOVE CTOT-RECORD-COUNT
064100                     TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
064200               END-IF
064300               IF CTOT-HASH-RC IS NUMERIC
064400                  MOVE CTOT-HASH-RC
064500                     TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
064600               END-IF
064700               IF CTOT-HASH-SECONDS IS NUMERIC
064800                  MOVE CTOT-HASH-SECONDS
064900                     TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
065000               END-IF
065100               IF CTOT-LAST-DATE IS NUMERIC
065200                  MOVE CTOT-LAST-DATE
065300                     TO WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
065400               END-IF
065500               IF CTOT-LAST-TIME IS NUMERIC
065600                  MOVE CTOT-LAST-TIME
065700                     TO WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
065800               END-IF
065900               MOVE CTOT-LAST-PROGRAM
066000                  TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
066100            END-IF
066200      END-READ
066300      .
066400 9310-READ-CTOT-RECORD-EXIT.
066500      EXIT.
066600*
066700*****************************************************
066800* 9320-FIND-CTOT-ENTRY - POINT WS-CTOT-IDX AT THE   *
066900* TABLE ROW FOR WS-CTOT-FILE-NAME, ADDING A ZEROED  *
067000* ROW (AND SETTING WS-CTOT-ENTRY-ADDED) WHEN THE    *
067100* FILE HAS NO CONTROL RECORD YET.                   *
067200*****************************************************
067300 9320-FIND-CTOT-ENTRY.
067400*
067500      MOVE 'N'                TO WS-CTOT-ADDED-SWITCH
067600      MOVE 0                  TO WS-CTOT-IDX
067700      PERFORM 9325-SEARCH-CTOT-ENTRY
067800         THRU 9325-SEARCH-CTOT-ENTRY-EXIT
067900         VARYING WS-CTOT-SRCH-IDX FROM 1 BY 1
068000         UNTIL WS-CTOT-SRCH-IDX > WS-CTOT-ENTRY-COUNT
068100            OR WS-CTOT-IDX > 0
068200*
068300      IF WS-CTOT-IDX = 0
068400         AND WS-CTOT-ENTRY-COUNT < 20
068500         ADD 1                   TO WS-CTOT-ENTRY-COUNT
068600         MOVE WS-CTOT-ENTRY-COUNT TO WS-CTOT-IDX
068700         PERFORM 9330-CLEAR-CTOT-ENTRY
068800            THRU 9330-CLEAR-CTOT-ENTRY-EXIT
068900         MOVE WS-CTOT-FILE-NAME
069000            TO WS-CTOT-TBL-FILE-NAME (WS-CTOT-IDX)
069100         SET WS-CTOT-ENTRY-ADDED TO TRUE
069200      END-IF
069300      .
069400 9320-FIND-CTOT-ENTRY-EXIT.
069500      EXIT.
069600*
069700*****************************************************
069800* 9325-SEARCH-CTOT-ENTRY - TEST ONE CONTROL-TOTALS  *
069900* ROW FOR A FILE-NAME MATCH DURING THE SEARCH ABOVE.*
070000*****************************************************
070100 9325-SEARCH-CTOT-ENTRY.
070200*
070300      IF WS-CTOT-TBL-FILE-NAME (WS-CTOT-SRCH-IDX) =
070400            WS-CTOT-FILE-NAME
070500         MOVE WS-CTOT-SRCH-IDX   TO WS-CTOT-IDX
070600      END-IF
070700      .
070800 9325-SEARCH-CTOT-ENTRY-EXIT.
070900      EXIT.
071000*
071100*****************************************************
071200* 9330-CLEAR-CTOT-ENTRY - ZERO THE COUNT AND HASH   *
071300* TOTALS OF ROW WS-CTOT-IDX, FOR A FILE ABOUT TO BE *
071400* WRITTEN FROM EMPTY.                               *
071500*****************************************************
071600 9330-CLEAR-CTOT-ENTRY.
071700*
071800      IF WS-CTOT-IDX = 0
071900         GO TO 9330-CLEAR-CTOT-ENTRY-EXIT
072000      END-IF
072100*
072200      MOVE 0         TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
072300      MOVE 0         TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
072400      MOVE 0         TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
072500      MOVE 0         TO WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
072600      MOVE 0         TO WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
072700      MOVE SPACES    TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
072800      .
072900 9330-CLEAR-CTOT-ENTRY-EXIT.
073000      EXIT.
073100*
073200*****************************************************
073300* 9340-POST-CTOT-RECORD - ADD ONE RECORD JUST       *
073400* WRITTEN TO THE CONTROL TOTALS OF WS-CTOT-FILE-NAME*
073500* - ONE TO THE COUNT, WS-CTOT-ADD-RC AND            *
073600* WS-CTOT-ADD-SECONDS TO THE HASH TOTALS - AND STAMP*
073700* THE ROW WITH THIS PROGRAM AND THE TIME OF DAY.    *
073800*****************************************************
073900 9340-POST-CTOT-RECORD.
074000*
074100      PERFORM 9320-FIND-CTOT-ENTRY
074200         THRU 9320-FIND-CTOT-ENTRY-EXIT
074300      IF WS-CTOT-IDX = 0
074400         GO TO 9340-POST-CTOT-RECORD-EXIT
074500      END-IF
074600*
074700      ADD 1                   TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
074800      ADD WS-CTOT-ADD-RC      TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
074900      ADD WS-CTOT-ADD-SECONDS
075000         TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
075100      ACCEPT WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX) FROM DATE
075200      ACCEPT WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX) FROM TIME
075300      MOVE WS-PROGRAM
075400         TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
075500      .
075600 9340-POST-CTOT-RECORD-EXIT.
075700      EXIT.
075800*
075900*****************************************************
076000* 9360-SAVE-CONTROL-TOTALS - REWRITE CTOTFILE FROM  *
076100* WS-CTOT-TABLE, ONE RECORD PER FILE.               *
076200*****************************************************
076300 9360-SAVE-CONTROL-TOTALS.
076400*
076500      OPEN OUTPUT CTOT-FILE
076600      IF NOT WS-CTOT-STATUS-OK
076700         DISPLAY ' *** CTOTFILE COULD NOT BE OPENED - STATUS: '
076800            WS-CTOT-STATUS ' - CONTROL TOTALS NOT SAVED ***'
076900         IF WS-RETURN-CODE < 4
077000            MOVE 4              TO WS-RETURN-CODE
077100         END-IF
077200         GO TO 9360-SAVE-CONTROL-TOTALS-EXIT
077300      END-IF
077400*
077500      PERFORM 9365-WRITE-CTOT-RECORD
077600         THRU 9365-WRITE-CTOT-RECORD-EXIT
077700         VARYING WS-CTOT-SRCH-IDX FROM 1 BY 1
077800         UNTIL WS-CTOT-SRCH-IDX > WS-CTOT-ENTRY-COUNT
077900      CLOSE CTOT-FILE
078000      .
078100 9360-SAVE-CONTROL-TOTALS-EXIT.
078200      EXIT.
078300*
078400*****************************************************
078500* 9365-WRITE-CTOT-RECORD - WRITE ONE CONTROL-TOTALS *
078600* RECORD FROM THE TABLE.                            *
078700*****************************************************
078800 9365-WRITE-CTOT-RECORD.
078900*
079000      MOVE SPACES             TO CTOT-RECORD
079100      MOVE WS-CTOT-TBL-FILE-NAME (WS-CTOT-SRCH-IDX)
079200         TO CTOT-FILE-NAME
079300      MOVE WS-CTOT-TBL-COUNT (WS-CTOT-SRCH-IDX)
079400         TO CTOT-RECORD-COUNT
079500      MOVE WS-CTOT-TBL-HASH-RC (WS-CTOT-SRCH-IDX)
079600         TO CTOT-HASH-RC
079700      MOVE WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-SRCH-IDX)
079800         TO CTOT-HASH-SECONDS
079900      MOVE WS-CTOT-TBL-LAST-DATE (WS-CTOT-SRCH-IDX)
080000         TO CTOT-LAST-DATE
080100      MOVE WS-CTOT-TBL-LAST-TIME (WS-CTOT-SRCH-IDX)
080200         TO CTOT-LAST-TIME
080300      MOVE WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-SRCH-IDX)
080400         TO CTOT-LAST-PROGRAM
080500      WRITE CTOT-RECORD
080600      IF NOT WS-CTOT-STATUS-OK
080700         DISPLAY ' *** CTOTFILE WRITE FAILED - STATUS: '
080800            WS-CTOT-STATUS ' ***'
080900         IF WS-RETURN-CODE < 4
081000            MOVE 4              TO WS-RETURN-CODE
081100         END-IF
081200      END-IF
081300      .
081400 9365-WRITE-CTOT-RECORD-EXIT.
081500      EXIT.
