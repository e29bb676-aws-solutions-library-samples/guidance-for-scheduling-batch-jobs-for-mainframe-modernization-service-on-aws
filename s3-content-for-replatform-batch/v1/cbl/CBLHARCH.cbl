004150*                        FILE AT ALL - SO A HALF-FINISHED NIGHT
004160*                        CANNOT BE SPLIT OUT FROM UNDER THE
004170*                        PROGRAMS STILL WORKING IT.
004171*    2026-10-15  RLB     KEEP THE HISTFILE CONTROL-TOTALS RECORD
004172*                        (CTOTREC ON CTOTFILE) IN STEP WITH THE
004173*                        COPY-BACK, SO CBLCTVER STILL BALANCES
004174*                        THE LIVE FILE AFTER AN ARCHIVAL RUN.
004200******************************************************************
004200/
004300 ENVIRONMENT DIVISION.
008160     SELECT CYCL-FILE       ASSIGN TO CYCLFILE
008170                             ORGANIZATION IS LINE SEQUENTIAL
008180                             FILE STATUS  IS WS-CYCL-STATUS.
008181*---------------------------------------------------------------
008182*    CTOTFILE - CONTROL TOTALS FOR THE SHARED BATCH FILES.  THE
008183*    HISTFILE RECORD IS REBUILT AS THE LIVE FILE IS REWRITTEN.
008184*---------------------------------------------------------------
008185     SELECT CTOT-FILE       ASSIGN TO CTOTFILE
008186                             ORGANIZATION IS LINE SEQUENTIAL
008187                             FILE STATUS  IS WS-CTOT-STATUS.
008200*
008300 DATA DIVISION.
008400*-------------
010530     RECORDING MODE IS F
010540     LABEL RECORDS ARE STANDARD.
010550     COPY CYCLREC.
010552*
010553 FD  CTOT-FILE
010554     RECORDING MODE IS F
010555     LABEL RECORDS ARE STANDARD.
010556     COPY CTOTREC.
010600*
010700/
010800 WORKING-STORAGE SECTION.
014700 01 WS-RETAINED-COUNT            PIC 9(07) VALUE 0.
014800 01 WS-COPIED-COUNT              PIC 9(07) VALUE 0.
014900 01 WS-BALANCE-COUNT             PIC 9(07) VALUE 0.
014902*
014906*****************************************************
014910* CONTROL TOTALS - EVERY CTOTFILE RECORD, WITH THE  *
014914* HISTFILE ROW REBUILT DURING THE COPY-BACK.        *
014918*****************************************************
014922 01 WS-CTOT-STATUS               PIC X(02) VALUE '00'.
014926    88 WS-CTOT-STATUS-OK            VALUE '00'.
014930 01 WS-CTOT-ADDED-SWITCH         PIC X(01) VALUE 'N'.
014934    88 WS-CTOT-ENTRY-ADDED          VALUE 'Y'.
014938 01 WS-CTOT-FILE-NAME            PIC X(08) VALUE SPACES.
014942 01 WS-CTOT-IDX                  PIC 9(04) VALUE 0.
014946 01 WS-CTOT-SRCH-IDX             PIC 9(04) VALUE 0.
014950 01 WS-CTOT-ADD-RC               PIC 9(06) VALUE 0.
014954 01 WS-CTOT-ADD-SECONDS          PIC 9(07) VALUE 0.
014958 01 WS-CTOT-TABLE.
014962    05 WS-CTOT-ENTRY-COUNT       PIC 9(04) VALUE 0.
014966    05 WS-CTOT-ENTRIES OCCURS 0 TO 20 TIMES
014970              DEPENDING ON WS-CTOT-ENTRY-COUNT.
014974       10 WS-CTOT-TBL-FILE-NAME     PIC X(08).
014978       10 WS-CTOT-TBL-COUNT         PIC 9(09).
014982       10 WS-CTOT-TBL-HASH-RC       PIC 9(11).
014986       10 WS-CTOT-TBL-HASH-SECONDS  PIC 9(13).
014990       10 WS-CTOT-TBL-LAST-DATE     PIC 9(06).
014994       10 WS-CTOT-TBL-LAST-TIME     PIC 9(08).
014998       10 WS-CTOT-TBL-LAST-PROGRAM  PIC X(08).
015000*
015010*****************************************************
015020* ONE NEWHFILE RECORD, TO THE HISTREC LAYOUT        *
015030*****************************************************
015040 01 WS-NEWH-HIST-RECORD.
015042    05 WS-NEWH-PROGRAM-NAME      PIC X(08).
015044    05 WS-NEWH-JOB-ID            PIC X(08).
015046    05 WS-NEWH-RUN-DATE          PIC 9(06).
015048    05 WS-NEWH-RUN-TIME          PIC 9(08).
015050    05 WS-NEWH-PARM-VALUE        PIC 9(02).
015052    05 WS-NEWH-RETURN-CODE       PIC 9(02).
015054    05 WS-NEWH-END-TIME          PIC 9(08).
015056    05 WS-NEWH-ELAPSED-SECONDS   PIC 9(07).
015058    05 WS-NEWH-RUN-CLASS         PIC X(01).
015060    05 WS-NEWH-ATTEMPT-NUMBER    PIC 9(02).
015070*
015100*****************************************************
015200* AUDIT LINE LAYOUT                                 *
015300*****************************************************
033900         CLOSE NEWH-FILE
034000         GO TO 3000-REWRITE-LIVE-HISTORY-EXIT
034100      END-IF
034105*
034110*     THE LIVE FILE IS REBUILT FROM EMPTY, SO ITS CONTROL TOTALS
034115*     ARE REBUILT FROM ZERO AS THE RETAINED RECORDS GO BACK.
034120      PERFORM 9300-LOAD-CONTROL-TOTALS
034125         THRU 9300-LOAD-CONTROL-TOTALS-EXIT
034130      MOVE 'HISTFILE'         TO WS-CTOT-FILE-NAME
034135      PERFORM 9320-FIND-CTOT-ENTRY
034140         THRU 9320-FIND-CTOT-ENTRY-EXIT
034145      PERFORM 9330-CLEAR-CTOT-ENTRY
034150         THRU 9330-CLEAR-CTOT-ENTRY-EXIT
034200*
034300      PERFORM 3100-COPY-ONE-RECORD
034400         THRU 3100-COPY-ONE-RECORD-EXIT
034600*
034700      CLOSE NEWH-FILE
034800      CLOSE HIST-FILE
034810*
034820      PERFORM 9360-SAVE-CONTROL-TOTALS
034830         THRU 9360-SAVE-CONTROL-TOTALS-EXIT
034900*
035000      IF WS-COPIED-COUNT NOT = WS-RETAINED-COUNT
035100         DISPLAY ' *** COPY-BACK COUNT ' WS-COPIED-COUNT
036900         NOT AT END
037000            ADD 1             TO WS-COPIED-COUNT
037100            MOVE NEWH-RECORD  TO HIST-RECORD
037110            MOVE NEWH-RECORD  TO WS-NEWH-HIST-RECORD
037120            MOVE 0            TO WS-CTOT-ADD-RC
037130            IF WS-NEWH-RETURN-CODE IS NUMERIC
037140               MOVE WS-NEWH-RETURN-CODE  TO WS-CTOT-ADD-RC
037150            END-IF
037160            MOVE 0            TO WS-CTOT-ADD-SECONDS
037170            IF WS-NEWH-ELAPSED-SECONDS IS NUMERIC
037180               MOVE WS-NEWH-ELAPSED-SECONDS
037185                              TO WS-CTOT-ADD-SECONDS
037190            END-IF
037200            WRITE HIST-RECORD
037300            IF NOT WS-HIST-STATUS-OK
037400               DISPLAY ' *** HISTFILE REWRITE FAILED - '
037500                  'STATUS: ' WS-HIST-STATUS ' ***'
037600               MOVE 12        TO WS-RETURN-CODE
037605            ELSE
037610               MOVE 'HISTFILE'   TO WS-CTOT-FILE-NAME
037655               PERFORM 9340-POST-CTOT-RECORD
037660                  THRU 9340-POST-CTOT-RECORD-EXIT
037700            END-IF
037800      END-READ
037900      .
043300      .
043400 9000-TERMINATE-EXIT.
043500      EXIT.
043600*
043700*****************************************************
043800* 9300-LOAD-CONTROL-TOTALS - LOAD EVERY CTOTFILE    *
043900* RECORD INTO WS-CTOT-TABLE.  NO CTOTFILE YET SIMPLY*
044000* LEAVES THE TABLE EMPTY.                           *
044100*****************************************************
044200 9300-LOAD-CONTROL-TOTALS.
044300*
044400      MOVE 0                  TO WS-CTOT-ENTRY-COUNT
044500      OPEN INPUT CTOT-FILE
044600      IF NOT WS-CTOT-STATUS-OK
044700         GO TO 9300-LOAD-CONTROL-TOTALS-EXIT
044800      END-IF
044900*
045000      PERFORM 9310-READ-CTOT-RECORD
045100         THRU 9310-READ-CTOT-RECORD-EXIT
045200         UNTIL WS-CTOT-STATUS = '10'
045300      CLOSE CTOT-FILE
045400      .
045500 9300-LOAD-CONTROL-TOTALS-EXIT.
045600      EXIT.
045700*
045800*****************************************************
045900* 9310-READ-CTOT-RECORD - READ ONE CONTROL-TOTALS   *
046000* RECORD AND ADD IT TO THE TABLE.                   *
046100*****************************************************
046200 9310-READ-CTOT-RECORD.
046300*
046400      READ CTOT-FILE
046500         AT END
046600            MOVE '10'   TO WS-CTOT-STATUS
046700         NOT AT END
046800            IF CTOT-FILE-NAME NOT = SPACES
046900               AND WS-CTOT-ENTRY-COUNT < 20
047000               ADD 1                TO WS-CTOT-ENTRY-COUNT
047100               MOVE WS-CTOT-ENTRY-COUNT TO WS-CTOT-IDX
047200               PERFORM 9330-CLEAR-CTOT-ENTRY
047300                  THRU 9330-CLEAR-CTOT-ENTRY-EXIT
047400               MOVE CTOT-FILE-NAME
047500                  TO WS-CTOT-TBL-FILE-NAME (WS-CTOT-IDX)
047600               IF CTOT-RECORD-COUNT IS NUMERIC
047700                  MOVE CTOT-RECORD-COUNT
047800                     TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
047900               END-IF
048000               IF CTOT-HASH-RC IS NUMERIC
048100                  MOVE CTOT-HASH-RC
048200                     TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
048300               END-IF
048400               IF CTOT-HASH-SECONDS IS NUMERIC
048500                  MOVE CTOT-HASH-SECONDS
048600                     TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
048700               END-IF
048800               IF CTOT-LAST-DATE IS NUMERIC
048900                  MOVE CTOT-LAST-DATE
049000                     TO WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
049100               END-IF
049200               IF CTOT-LAST-TIME IS NUMERIC
049300                  MOVE CTOT-LAST-TIME
049400                     TO WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
049500               END-IF
049600               MOVE CTOT-LAST-PROGRAM
049700                  TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
049800            END-IF
049900      END-READ
050000      .
050100 9310-READ-CTOT-RECORD-EXIT.
050200      EXIT.
050300*
050400*****************************************************
050500* 9320-FIND-CTOT-ENTRY - POINT WS-CTOT-IDX AT THE   *
050600* TABLE ROW FOR WS-CTOT-FILE-NAME, ADDING A ZEROED  *
050700* ROW (AND SETTING WS-CTOT-ENTRY-ADDED) WHEN THE    *
050800* FILE HAS NO CONTROL RECORD YET.                   *
050900*****************************************************
051000 9320-FIND-CTOT-ENTRY.
051100*
051200      MOVE 'N'                TO WS-CTOT-ADDED-SWITCH
051300      MOVE 0                  TO WS-CTOT-IDX
051400      PERFORM 9325-SEARCH-CTOT-ENTRY
051500         THRU 9325-SEARCH-CTOT-ENTRY-EXIT
051600         VARYING WS-CTOT-SRCH-IDX FROM 1 BY 1
051700         UNTIL WS-CTOT-SRCH-IDX > WS-CTOT-ENTRY-COUNT
051800            OR WS-CTOT-IDX > 0
051900*
052000      IF WS-CTOT-IDX = 0
052100         AND WS-CTOT-ENTRY-COUNT < 20
052200         ADD 1                   TO WS-CTOT-ENTRY-COUNT
052300         MOVE WS-CTOT-ENTRY-COUNT TO WS-CTOT-IDX
052400         PERFORM 9330-CLEAR-CTOT-ENTRY
052500            THRU 9330-CLEAR-CTOT-ENTRY-EXIT
052600         MOVE WS-CTOT-FILE-NAME
052700            TO WS-CTOT-TBL-FILE-NAME (WS-CTOT-IDX)
052800         SET WS-CTOT-ENTRY-ADDED TO TRUE
052900      END-IF
053000      .
053100 9320-FIND-CTOT-ENTRY-EXIT.
053200      EXIT.
053300*
053400*****************************************************
053500* 9325-SEARCH-CTOT-ENTRY - TEST ONE CONTROL-TOTALS  *
053600* ROW FOR A FILE-NAME MATCH DURING THE SEARCH ABOVE.*
053700*****************************************************
053800 9325-SEARCH-CTOT-ENTRY.
053900*
054000      IF WS-CTOT-TBL-FILE-NAME (WS-CTOT-SRCH-IDX) =
054100            WS-CTOT-FILE-NAME
054200         MOVE WS-CTOT-SRCH-IDX   TO WS-CTOT-IDX
054300      END-IF
054400      .
054500 9325-SEARCH-CTOT-ENTRY-EXIT.
054600      EXIT.
054700*
054800*****************************************************
054900* 9330-CLEAR-CTOT-ENTRY - ZERO THE COUNT AND HASH   *
055000* TOTALS OF ROW WS-CTOT-IDX, FOR A FILE ABOUT TO BE *
055100* WRITTEN FROM EMPTY.                               *
055200*****************************************************
055300 9330-CLEAR-CTOT-ENTRY.
055400*
055500      IF WS-CTOT-IDX = 0
055600         GO TO 9330-CLEAR-CTOT-ENTRY-EXIT
055700      END-IF
055800*
055900      MOVE 0         TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
056000      MOVE 0         TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
056100      MOVE 0         TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
056200      MOVE 0         TO WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
056300      MOVE 0         TO WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
056400      MOVE SPACES    TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
056500      .
056600 9330-CLEAR-CTOT-ENTRY-EXIT.
056700      EXIT.
056800*
056900*****************************************************
057000* 9340-POST-CTOT-RECORD - ADD ONE RECORD JUST       *
057100* WRITTEN TO THE CONTROL TOTALS OF WS-CTOT-FILE-NAME*
057200* - ONE TO THE COUNT, WS-CTOT-ADD-RC AND            *
057300* WS-CTOT-ADD-SECONDS TO THE HASH TOTALS - AND STAMP*
057400* THE ROW WITH THIS PROGRAM AND THE TIME OF DAY.    *
057500*****************************************************
057600 9340-POST-CTOT-RECORD.
057700*
057800      PERFORM 9320-FIND-CTOT-ENTRY
057900         THRU 9320-FIND-CTOT-ENTRY-EXIT
058000      IF WS-CTOT-IDX = 0
058100         GO TO 9340-POST-CTOT-RECORD-EXIT
058200      END-IF
058300*
058400      ADD 1                   TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
058500      ADD WS-CTOT-ADD-RC      TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
058600      ADD WS-CTOT-ADD-SECONDS
058700         TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
058800      ACCEPT WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX) FROM DATE
058900      ACCEPT WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX) FROM TIME
059000      MOVE WS-PROGRAM
059100         TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
059200      .
059300 9340-POST-CTOT-RECORD-EXIT.
059400      EXIT.
059500*
059600*****************************************************
059700* 9360-SAVE-CONTROL-TOTALS - REWRITE CTOTFILE FROM  *
059800* WS-CTOT-TABLE, ONE RECORD PER FILE.               *
059900*****************************************************
060000 9360-SAVE-CONTROL-TOTALS.
060100*
060200      OPEN OUTPUT CTOT-FILE
060300      IF NOT WS-CTOT-STATUS-OK
060400         DISPLAY ' *** CTOTFILE COULD NOT BE OPENED - STATUS: '
060500            WS-CTOT-STATUS ' - CONTROL TOTALS NOT SAVED ***'
060600         IF WS-RETURN-CODE < 4
060700            MOVE 4              TO WS-RETURN-CODE
060800         END-IF
060900         GO TO 9360-SAVE-CONTROL-TOTALS-EXIT
061000      END-IF
061100*
061200      PERFORM 9365-WRITE-CTOT-RECORD
061300         THRU 9365-WRITE-CTOT-RECORD-EXIT
061400         VARYING WS-CTOT-SRCH-IDX FROM 1 BY 1
061500         UNTIL WS-CTOT-SRCH-IDX > WS-CTOT-ENTRY-COUNT
061600      CLOSE CTOT-FILE
061700      .
061800 9360-SAVE-CONTROL-TOTALS-EXIT.
061900      EXIT.
062000*
062100*****************************************************
062200* 9365-WRITE-CTOT-RECORD - WRITE ONE CONTROL-TOTALS *
062300* RECORD FROM THE TABLE.                            *
062400*****************************************************
062500 9365-WRITE-CTOT-RECORD.
062600*
062700      MOVE SPACES             TO CTOT-RECORD
062800      MOVE WS-CTOT-TBL-FILE-NAME (WS-CTOT-SRCH-IDX)
062900         TO CTOT-FILE-NAME
063000      MOVE WS-CTOT-TBL-COUNT (WS-CTOT-SRCH-IDX)
063100         TO CTOT-RECORD-COUNT
063200      MOVE WS-CTOT-TBL-HASH-RC (WS-CTOT-SRCH-IDX)
063300         TO CTOT-HASH-RC
063400      MOVE WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-SRCH-IDX)
063500         TO CTOT-HASH-SECONDS
063600      MOVE WS-CTOT-TBL-LAST-DATE (WS-CTOT-SRCH-IDX)
063700         TO CTOT-LAST-DATE
063800      MOVE WS-CTOT-TBL-LAST-TIME (WS-CTOT-SRCH-IDX)
063900         TO CTOT-LAST-TIME
064000      MOVE WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-SRCH-IDX)
064100         TO CTOT-LAST-PROGRAM
064200      WRITE CTOT-RECORD
064300      IF NOT WS-CTOT-STATUS-OK
064400         DISPLAY ' *** CTOTFILE WRITE FAILED - STATUS: '
064500            WS-CTOT-STATUS ' ***'
064600         IF WS-RETURN-CODE < 4
064700            MOVE 4              TO WS-RETURN-CODE
064800         END-IF
064900      END-IF
065000      .
065100 9365-WRITE-CTOT-RECORD-EXIT.
065200      EXIT.
