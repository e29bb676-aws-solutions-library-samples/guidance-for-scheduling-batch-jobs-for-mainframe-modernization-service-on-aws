008571*                        PREREQUISITE IS NOW COMPLETE WHEN ALL
008572*                        OF ITS OWN DEFINED STEPS ARE, NOT A
008573*                        FIXED THREE.
008574*    2026-10-15  RLB     KEEP THE CONTROL-TOTALS RECORDS (CTOTREC
008575*                        ON CTOTFILE) FOR HISTFILE, EVNTFILE AND
008576*                        CHKPFILE UP TO DATE - RECORD COUNT, RC
008577*                        AND ELAPSED HASH TOTALS AND THE LAST
008578*                        DATE/TIME WRITTEN - AS EACH RECORD IS
008579*                        APPENDED OR THE CHECKPOINTS REWRITTEN, SO
008580*                        CBLCTVER CAN PROVE A SHARED FILE WAS NOT
008581*                        TRUNCATED OR PARTLY REWRITTEN.  A FILE
008582*                        WITH NO CONTROL RECORD YET IS COUNTED AS
008583*                        IT STANDS THE FIRST TIME IT IS WRITTEN.
008590******************************************************************
008600/
008700 ENVIRONMENT DIVISION.
008800*--------------------
016035     SELECT STEP-FILE       ASSIGN TO STEPFILE
016036                             ORGANIZATION IS LINE SEQUENTIAL
016037                             FILE STATUS  IS WS-STEP-STATUS.
016038*---------------------------------------------------------------
016039*    CTOTFILE - CONTROL TOTALS FOR THE SHARED FILES, ONE RECORD
016040*    PER FILE.  LOADED AT START-UP AND REWRITTEN EVERY TIME
016041*    THIS RUN ADDS TO HISTFILE OR EVNTFILE OR REWRITES CHKPFILE.
016042*---------------------------------------------------------------
016043     SELECT CTOT-FILE       ASSIGN TO CTOTFILE
016044                             ORGANIZATION IS LINE SEQUENTIAL
016045                             FILE STATUS  IS WS-CTOT-STATUS.
016027*
016100 DATA DIVISION.
016200*-------------
020010     LABEL RECORDS ARE STANDARD.
020011     COPY STEPREC.
020012*
020013 FD  CTOT-FILE
020014     RECORDING MODE IS F
020015     LABEL RECORDS ARE STANDARD.
020016     COPY CTOTREC.
020017*
020000/
020100 WORKING-STORAGE SECTION.
020200*
035869    88 WS-PREREQ-STEPS-DONE         VALUE 'Y'.
035870 01 WS-PSTEP-IDX                 PIC 9(02) VALUE 0.
035871*
035872*****************************************************
035873* CONTROL TOTALS - EVERY CTOTFILE RECORD, POSTED AS *
035874* HISTFILE, EVNTFILE AND CHKPFILE ARE WRITTEN.  THE *
035875* SEED FIELDS COUNT A FILE WITH NO RECORD YET.      *
035876*****************************************************
035877 01 WS-CTOT-STATUS               PIC X(02) VALUE '00'.
035878    88 WS-CTOT-STATUS-OK            VALUE '00'.
035879 01 WS-CTOT-ADDED-SWITCH         PIC X(01) VALUE 'N'.
035880    88 WS-CTOT-ENTRY-ADDED          VALUE 'Y'.
035881 01 WS-CTOT-FILE-NAME            PIC X(08) VALUE SPACES.
035882 01 WS-CTOT-IDX                  PIC 9(04) VALUE 0.
035883 01 WS-CTOT-SRCH-IDX             PIC 9(04) VALUE 0.
035884 01 WS-CTOT-ADD-RC               PIC 9(06) VALUE 0.
035885 01 WS-CTOT-ADD-SECONDS          PIC 9(07) VALUE 0.
035886 01 WS-CTOT-SEED-COUNT           PIC 9(09) VALUE 0.
035887 01 WS-CTOT-SEED-RC              PIC 9(11) VALUE 0.
035888 01 WS-CTOT-SEED-SECONDS         PIC 9(13) VALUE 0.
035889 01 WS-CTOT-TABLE.
035890    05 WS-CTOT-ENTRY-COUNT       PIC 9(04) VALUE 0.
035891    05 WS-CTOT-ENTRIES OCCURS 0 TO 20 TIMES
035892              DEPENDING ON WS-CTOT-ENTRY-COUNT.
035893       10 WS-CTOT-TBL-FILE-NAME     PIC X(08).
035894       10 WS-CTOT-TBL-COUNT         PIC 9(09).
035895       10 WS-CTOT-TBL-HASH-RC       PIC 9(11).
035896       10 WS-CTOT-TBL-HASH-SECONDS  PIC 9(13).
035897       10 WS-CTOT-TBL-LAST-DATE     PIC 9(06).
035898       10 WS-CTOT-TBL-LAST-TIME     PIC 9(08).
035899       10 WS-CTOT-TBL-LAST-PROGRAM  PIC X(08).
035800 LINKAGE SECTION.
035900  01 PRM-INFO.
036000     05 PRM-LENGTH               PIC S9(04) COMP.
039640      IF WS-RUN-LOCK-REFUSED
039650         GO TO 1000-INITIALIZE-EXIT
039660      END-IF
039661*
039662*     PICK UP THE CONTROL TOTALS.  A HISTFILE WITH NO CONTROL
039663*     RECORD YET IS COUNTED AS IT STANDS BEFORE THIS RUN ADDS
039664*     TO IT.
039665      PERFORM 9300-LOAD-CONTROL-TOTALS
039666         THRU 9300-LOAD-CONTROL-TOTALS-EXIT
039667      MOVE 'HISTFILE'         TO WS-CTOT-FILE-NAME
039668      PERFORM 9320-FIND-CTOT-ENTRY
039669         THRU 9320-FIND-CTOT-ENTRY-EXIT
039670      IF WS-CTOT-ENTRY-ADDED
039671         PERFORM 9350-SEED-HIST-TOTALS
039672            THRU 9350-SEED-HIST-TOTALS-EXIT
039673      END-IF
039700*
039800      OPEN EXTEND HIST-FILE
039900      IF NOT WS-HIST-STATUS-OK
040000         OPEN OUTPUT HIST-FILE
040010*        A HISTFILE CREATED NOW STARTS ITS TOTALS FROM ZERO.
040020         MOVE 'HISTFILE'      TO WS-CTOT-FILE-NAME
040030         PERFORM 9320-FIND-CTOT-ENTRY
040040            THRU 9320-FIND-CTOT-ENTRY-EXIT
040050         PERFORM 9330-CLEAR-CTOT-ENTRY
040060            THRU 9330-CLEAR-CTOT-ENTRY-EXIT
040100      END-IF
040110      PERFORM 9360-SAVE-CONTROL-TOTALS
040120         THRU 9360-SAVE-CONTROL-TOTALS-EXIT
040200*
040300      OPEN EXTEND RPT-FILE
040400      IF NOT WS-RPT-STATUS-OK
101210      MOVE WS-ENTRY-CLASS        TO HIST-RUN-CLASS
101220      MOVE WS-ENTRY-ATTEMPT      TO HIST-ATTEMPT-NUMBER
101300*
101310      MOVE WS-RETURN-CODE        TO WS-CTOT-ADD-RC
101320      MOVE WS-ELAPSED-SECONDS    TO WS-CTOT-ADD-SECONDS
101400      WRITE HIST-RECORD
101500      IF NOT WS-HIST-STATUS-OK
101600         DISPLAY ' WARNING - HISTFILE WRITE FAILED, STATUS: '
101700            WS-HIST-STATUS
101705      ELSE
101710         MOVE 'HISTFILE'      TO WS-CTOT-FILE-NAME
101755         PERFORM 9340-POST-CTOT-RECORD
101760            THRU 9340-POST-CTOT-RECORD-EXIT
101765         PERFORM 9360-SAVE-CONTROL-TOTALS
101770            THRU 9360-SAVE-CONTROL-TOTALS-EXIT
101800      END-IF
101900      .
102000 5000-WRITE-HISTORY-RECORD-EXIT.
106000*
106010      PERFORM 7100-GET-LAST-EVENT-SEQ
106020         THRU 7100-GET-LAST-EVENT-SEQ-EXIT
106021      MOVE 'EVNTFILE'            TO WS-CTOT-FILE-NAME
106022      PERFORM 9320-FIND-CTOT-ENTRY
106023         THRU 9320-FIND-CTOT-ENTRY-EXIT
106024      IF WS-CTOT-ENTRY-ADDED
106025         PERFORM 9370-SEED-EVNT-TOTALS
106026            THRU 9370-SEED-EVNT-TOTALS-EXIT
106027      END-IF
106030*
106100      MOVE SPACES                TO EVNT-RECORD
106200      MOVE WS-PROGRAM            TO EVNT-PROGRAM-NAME
107800      OPEN EXTEND EVNT-FILE
107810      IF NOT WS-EVNT-STATUS-OK
107820         OPEN OUTPUT EVNT-FILE
107821         MOVE 'EVNTFILE'         TO WS-CTOT-FILE-NAME
107822         PERFORM 9320-FIND-CTOT-ENTRY
107823            THRU 9320-FIND-CTOT-ENTRY-EXIT
107824         PERFORM 9330-CLEAR-CTOT-ENTRY
107825            THRU 9330-CLEAR-CTOT-ENTRY-EXIT
107830      END-IF
107900      IF WS-EVNT-STATUS-OK
107910         MOVE WS-WORST-RETURN-CODE  TO WS-CTOT-ADD-RC
107920         MOVE WS-EVNT-SEQ           TO WS-CTOT-ADD-SECONDS
108000         WRITE EVNT-RECORD
108100         IF NOT WS-EVNT-STATUS-OK
108200            DISPLAY ' WARNING - EVNTFILE WRITE FAILED, STATUS: '
108300               WS-EVNT-STATUS
108305         ELSE
108310            MOVE 'EVNTFILE'      TO WS-CTOT-FILE-NAME
108355            PERFORM 9340-POST-CTOT-RECORD
108360               THRU 9340-POST-CTOT-RECORD-EXIT
108365            PERFORM 9360-SAVE-CONTROL-TOTALS
108370               THRU 9360-SAVE-CONTROL-TOTALS-EXIT
108400         END-IF
108500         CLOSE EVNT-FILE
108600      ELSE
112520         DISPLAY ' WARNING - CHKPFILE COULD NOT BE OPENED, '
112530            'STATUS: ' WS-CHKP-STATUS
112540      ELSE
112545*        THE CHECKPOINT FILE IS REWRITTEN WHOLE, SO ITS CONTROL
112550*        TOTALS ARE REBUILT FROM ZERO AS THE RECORDS GO OUT.
112555         MOVE 'CHKPFILE'         TO WS-CTOT-FILE-NAME
112560         PERFORM 9320-FIND-CTOT-ENTRY
112565            THRU 9320-FIND-CTOT-ENTRY-EXIT
112570         PERFORM 9330-CLEAR-CTOT-ENTRY
112575            THRU 9330-CLEAR-CTOT-ENTRY-EXIT
112600         MOVE 0                  TO WS-SAVE-CHKP-IDX
112700*
112800         PERFORM 9110-SAVE-CHKP-ENTRY
113100            UNTIL WS-SAVE-CHKP-IDX > WS-CHKP-ENTRY-COUNT
113200*
113300         CLOSE CHKP-FILE
113302         PERFORM 9360-SAVE-CONTROL-TOTALS
113304            THRU 9360-SAVE-CONTROL-TOTALS-EXIT
113310      END-IF
113400      .
113500 9100-SAVE-CHECKPOINTS-EXIT.
116200         TO CHKP-STEP-STATUS
116210      MOVE WS-CHKP-TBL-RUN-DATE (WS-SAVE-CHKP-IDX)
116220         TO CHKP-RUN-DATE
116230      MOVE 0                     TO WS-CTOT-ADD-RC
116240      IF WS-CHKP-TBL-STEP-DONE (WS-SAVE-CHKP-IDX
116245                                WS-SAVE-STEP-NUM)
116250         MOVE WS-SAVE-STEP-NUM   TO WS-CTOT-ADD-RC
116260      END-IF
116270      MOVE WS-CHKP-TBL-RUN-DATE (WS-SAVE-CHKP-IDX)
116280         TO WS-CTOT-ADD-SECONDS
116300      WRITE CHKP-RECORD
116400      IF NOT WS-CHKP-STATUS-OK
116500         DISPLAY ' WARNING - CHKPFILE WRITE FAILED, STATUS: '
116600            WS-CHKP-STATUS
116605      ELSE
116610         MOVE 'CHKPFILE'         TO WS-CTOT-FILE-NAME
116655         PERFORM 9340-POST-CTOT-RECORD
116660            THRU 9340-POST-CTOT-RECORD-EXIT
116700      END-IF
116800      .
116900 9120-SAVE-CHKP-STEP-EXIT.
117680      .
117690 9230-PUT-LOCK-RECORD-EXIT.
117700      EXIT.
117800*
117900*****************************************************
118000* 9300-LOAD-CONTROL-TOTALS - LOAD EVERY CTOTFILE    *
118100* RECORD INTO WS-CTOT-TABLE.  NO CTOTFILE YET SIMPLY*
118200* LEAVES THE TABLE EMPTY.                           *
118300*****************************************************
118400 9300-LOAD-CONTROL-TOTALS.
118500*
118600      MOVE 0                  TO WS-CTOT-ENTRY-COUNT
118700      OPEN INPUT CTOT-FILE
118800      IF NOT WS-CTOT-STATUS-OK
118900         GO TO 9300-LOAD-CONTROL-TOTALS-EXIT
119000      END-IF
119100*
119200      PERFORM 9310-READ-CTOT-RECORD
119300         THRU 9310-READ-CTOT-RECORD-EXIT
119400         UNTIL WS-CTOT-STATUS = '10'
119500      CLOSE CTOT-FILE
119600      .
119700 9300-LOAD-CONTROL-TOTALS-EXIT.
119800      EXIT.
119900*
120000*****************************************************
120100* 9310-READ-CTOT-RECORD - READ ONE CONTROL-TOTALS   *
120200* RECORD AND ADD IT TO THE TABLE.                   *
120300*****************************************************
120400 9310-READ-CTOT-RECORD.
120500*
120600      READ CTOT-FILE
120700         AT END
120800            MOVE '10'   TO WS-CTOT-STATUS
120900         NOT AT END
121000            IF CTOT-FILE-NAME NOT = SPACES
121100               AND WS-CTOT-ENTRY-COUNT < 20
121200               ADD 1                TO WS-CTOT-ENTRY-COUNT
121300               MOVE WS-CTOT-ENTRY-COUNT TO WS-CTOT-IDX
121400               PERFORM 9330-CLEAR-CTOT-ENTRY
121500                  THRU 9330-CLEAR-CTOT-ENTRY-EXIT
121600               MOVE CTOT-FILE-NAME
121700                  TO WS-CTOT-TBL-FILE-NAME (WS-CTOT-IDX)
121800               IF CTOT-RECORD-COUNT IS NUMERIC
121900                  MOVE CTOT-RECORD-COUNT
122000                     TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
122100               END-IF
122200               IF CTOT-HASH-RC IS NUMERIC
122300                  MOVE CTOT-HASH-RC
122400                     TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
122500               END-IF
122600               IF CTOT-HASH-SECONDS IS NUMERIC
122700                  MOVE CTOT-HASH-SECONDS
122800                     TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
122900               END-IF
123000               IF CTOT-LAST-DATE IS NUMERIC
123100                  MOVE CTOT-LAST-DATE
123200                     TO WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
123300               END-IF
123400               IF CTOT-LAST-TIME IS NUMERIC
123500                  MOVE CTOT-LAST-TIME
123600                     TO WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
123700               END-IF
123800               MOVE CTOT-LAST-PROGRAM
123900                  TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
124000            END-IF
124100      END-READ
124200      .
124300 9310-READ-CTOT-RECORD-EXIT.
124400      EXIT.
124500*
124600*****************************************************
124700* 9320-FIND-CTOT-ENTRY - POINT WS-CTOT-IDX AT THE   *
124800* TABLE ROW FOR WS-CTOT-FILE-NAME, ADDING A ZEROED  *
124900* ROW (AND SETTING WS-CTOT-ENTRY-ADDED) WHEN THE    *
125000* FILE HAS NO CONTROL RECORD YET.                   *
125100*****************************************************
125200 9320-FIND-CTOT-ENTRY.
125300*
125400      MOVE 'N'                TO WS-CTOT-ADDED-SWITCH
125500      MOVE 0                  TO WS-CTOT-IDX
125600      PERFORM 9325-SEARCH-CTOT-ENTRY
125700         THRU 9325-SEARCH-CTOT-ENTRY-EXIT
125800         VARYING WS-CTOT-SRCH-IDX FROM 1 BY 1
125900         UNTIL WS-CTOT-SRCH-IDX > WS-CTOT-ENTRY-COUNT
126000            OR WS-CTOT-IDX > 0
126100*
126200      IF WS-CTOT-IDX = 0
126300         AND WS-CTOT-ENTRY-COUNT < 20
126400         ADD 1                   TO WS-CTOT-ENTRY-COUNT
126500         MOVE WS-CTOT-ENTRY-COUNT TO WS-CTOT-IDX
126600         PERFORM 9330-CLEAR-CTOT-ENTRY
126700            THRU 9330-CLEAR-CTOT-ENTRY-EXIT
126800         MOVE WS-CTOT-FILE-NAME
126900            TO WS-CTOT-TBL-FILE-NAME (WS-CTOT-IDX)
127000         SET WS-CTOT-ENTRY-ADDED TO TRUE
127100      END-IF
127200      .
127300 9320-FIND-CTOT-ENTRY-EXIT.
127400      EXIT.
127500*
127600*****************************************************
127700* 9325-SEARCH-CTOT-ENTRY - TEST ONE CONTROL-TOTALS  *
127800* ROW FOR A FILE-NAME MATCH DURING THE SEARCH ABOVE.*
127900*****************************************************
128000 9325-SEARCH-CTOT-ENTRY.
128100*
128200      IF WS-CTOT-TBL-FILE-NAME (WS-CTOT-SRCH-IDX) =
128300            WS-CTOT-FILE-NAME
128400         MOVE WS-CTOT-SRCH-IDX   TO WS-CTOT-IDX
128500      END-IF
128600      .
128700 9325-SEARCH-CTOT-ENTRY-EXIT.
128800      EXIT.
128900*
129000*****************************************************
129100* 9330-CLEAR-CTOT-ENTRY - ZERO THE COUNT AND HASH   *
129200* TOTALS OF ROW WS-CTOT-IDX, FOR A FILE ABOUT TO BE *
129300* WRITTEN FROM EMPTY.                               *
129400*****************************************************
129500 9330-CLEAR-CTOT-ENTRY.
129600*
129700      IF WS-CTOT-IDX = 0
129800         GO TO 9330-CLEAR-CTOT-ENTRY-EXIT
129900      END-IF
130000*
130100      MOVE 0         TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
130200      MOVE 0         TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
130300      MOVE 0         TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
130400      MOVE 0         TO WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX)
130500      MOVE 0         TO WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX)
130600      MOVE SPACES    TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
130700      .
130800 9330-CLEAR-CTOT-ENTRY-EXIT.
130900      EXIT.
131000*
131100*****************************************************
131200* 9335-APPLY-CTOT-SEED - START ROW WS-CTOT-IDX FROM *
131300* THE SEED TOTALS COUNTED FROM THE FILE AS IT NOW   *
131400* STANDS.                                           *
131500*****************************************************
131600 9335-APPLY-CTOT-SEED.
131700*
131800      IF WS-CTOT-IDX = 0
131900         GO TO 9335-APPLY-CTOT-SEED-EXIT
132000      END-IF
132100*
132200      MOVE WS-CTOT-SEED-COUNT TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
132300      MOVE WS-CTOT-SEED-RC    TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
132400      MOVE WS-CTOT-SEED-SECONDS
132500         TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
132600      .
132700 9335-APPLY-CTOT-SEED-EXIT.
132800      EXIT.
132900*
133000*****************************************************
133100* 9350-SEED-HIST-TOTALS - COUNT HISTFILE AS IT NOW  *
133200* STANDS INTO ROW WS-CTOT-IDX, FOR A HISTFILE THAT  *
133300* HAS NO CONTROL RECORD YET.                        *
133400*****************************************************
133500 9350-SEED-HIST-TOTALS.
133600*
133700      MOVE 0                  TO WS-CTOT-SEED-COUNT
133800      MOVE 0                  TO WS-CTOT-SEED-RC
133900      MOVE 0                  TO WS-CTOT-SEED-SECONDS
134000      OPEN INPUT HIST-FILE
134100      IF WS-HIST-STATUS-OK
134200         PERFORM 9355-SEED-HIST-RECORD
134300            THRU 9355-SEED-HIST-RECORD-EXIT
134400            UNTIL WS-HIST-STATUS = '10'
134500         CLOSE HIST-FILE
134600      END-IF
134700*
134800      PERFORM 9335-APPLY-CTOT-SEED
134900         THRU 9335-APPLY-CTOT-SEED-EXIT
135000      .
135100 9350-SEED-HIST-TOTALS-EXIT.
135200      EXIT.
135300*
135400*****************************************************
135500* 9355-SEED-HIST-RECORD - READ ONE HISTORY RECORD   *
135600* INTO THE SEED TOTALS.                             *
135700*****************************************************
135800 9355-SEED-HIST-RECORD.
135900*
136000      READ HIST-FILE
136100         AT END
136200            MOVE '10'   TO WS-HIST-STATUS
136300         NOT AT END
136400            ADD 1                    TO WS-CTOT-SEED-COUNT
136500            IF HIST-RETURN-CODE IS NUMERIC
136600               ADD HIST-RETURN-CODE  TO WS-CTOT-SEED-RC
136700            END-IF
136800            IF HIST-ELAPSED-SECONDS IS NUMERIC
136900               ADD HIST-ELAPSED-SECONDS
137000                  TO WS-CTOT-SEED-SECONDS
137100            END-IF
137200      END-READ
137300      .
137400 9355-SEED-HIST-RECORD-EXIT.
137500      EXIT.
137600*
137700*****************************************************
137800* 9340-POST-CTOT-RECORD - ADD ONE RECORD JUST       *
137900* WRITTEN TO THE CONTROL TOTALS OF WS-CTOT-FILE-NAME*
138000* - ONE TO THE COUNT, WS-CTOT-ADD-RC AND            *
138100* WS-CTOT-ADD-SECONDS TO THE HASH TOTALS - AND STAMP*
138200* THE ROW WITH THIS PROGRAM AND THE TIME OF DAY.    *
138300*****************************************************
138400 9340-POST-CTOT-RECORD.
138500*
138600      PERFORM 9320-FIND-CTOT-ENTRY
138700         THRU 9320-FIND-CTOT-ENTRY-EXIT
138800      IF WS-CTOT-IDX = 0
138900         GO TO 9340-POST-CTOT-RECORD-EXIT
139000      END-IF
139100*
139200      ADD 1                   TO WS-CTOT-TBL-COUNT (WS-CTOT-IDX)
139300      ADD WS-CTOT-ADD-RC      TO WS-CTOT-TBL-HASH-RC (WS-CTOT-IDX)
139400      ADD WS-CTOT-ADD-SECONDS
139500         TO WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-IDX)
139600      ACCEPT WS-CTOT-TBL-LAST-DATE (WS-CTOT-IDX) FROM DATE
139700      ACCEPT WS-CTOT-TBL-LAST-TIME (WS-CTOT-IDX) FROM TIME
139800      MOVE WS-PROGRAM
139900         TO WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-IDX)
140000      .
140100 9340-POST-CTOT-RECORD-EXIT.
140200      EXIT.
140300*
140400*****************************************************
140500* 9360-SAVE-CONTROL-TOTALS - REWRITE CTOTFILE FROM  *
140600* WS-CTOT-TABLE, ONE RECORD PER FILE.               *
140700*****************************************************
140800 9360-SAVE-CONTROL-TOTALS.
140900*
141000      OPEN OUTPUT CTOT-FILE
141100      IF NOT WS-CTOT-STATUS-OK
141200         DISPLAY ' WARNING - CTOTFILE COULD NOT BE OPENED, '
141300            'STATUS: ' WS-CTOT-STATUS
141400         GO TO 9360-SAVE-CONTROL-TOTALS-EXIT
141500      END-IF
141600*
141700      PERFORM 9365-WRITE-CTOT-RECORD
141800         THRU 9365-WRITE-CTOT-RECORD-EXIT
141900         VARYING WS-CTOT-SRCH-IDX FROM 1 BY 1
142000         UNTIL WS-CTOT-SRCH-IDX > WS-CTOT-ENTRY-COUNT
142100      CLOSE CTOT-FILE
142200      .
142300 9360-SAVE-CONTROL-TOTALS-EXIT.
142400      EXIT.
142500*
142600*****************************************************
142700* 9365-WRITE-CTOT-RECORD - WRITE ONE CONTROL-TOTALS *
142800* RECORD FROM THE TABLE.                            *
142900*****************************************************
143000 9365-WRITE-CTOT-RECORD.
143100*
143200      MOVE SPACES             TO CTOT-RECORD
143300      MOVE WS-CTOT-TBL-FILE-NAME (WS-CTOT-SRCH-IDX)
143400         TO CTOT-FILE-NAME
143500      MOVE WS-CTOT-TBL-COUNT (WS-CTOT-SRCH-IDX)
143600         TO CTOT-RECORD-COUNT
143700      MOVE WS-CTOT-TBL-HASH-RC (WS-CTOT-SRCH-IDX)
143800         TO CTOT-HASH-RC
143900      MOVE WS-CTOT-TBL-HASH-SECONDS (WS-CTOT-SRCH-IDX)
144000         TO CTOT-HASH-SECONDS
144100      MOVE WS-CTOT-TBL-LAST-DATE (WS-CTOT-SRCH-IDX)
144200         TO CTOT-LAST-DATE
144300      MOVE WS-CTOT-TBL-LAST-TIME (WS-CTOT-SRCH-IDX)
144400         TO CTOT-LAST-TIME
144500      MOVE WS-CTOT-TBL-LAST-PROGRAM (WS-CTOT-SRCH-IDX)
144600         TO CTOT-LAST-PROGRAM
144700      WRITE CTOT-RECORD
144800      IF NOT WS-CTOT-STATUS-OK
144900         DISPLAY ' WARNING - CTOTFILE WRITE FAILED, STATUS: '
145000            WS-CTOT-STATUS
145100      END-IF
145200      .
145300 9365-WRITE-CTOT-RECORD-EXIT.
145400      EXIT.
145500*
145600*****************************************************
145700* 9370-SEED-EVNT-TOTALS - COUNT EVNTFILE AS IT NOW   *
145800* STANDS INTO ROW WS-CTOT-IDX, FOR AN EVENT STREAM   *
145900* THAT HAS NO CONTROL RECORD YET.                    *
146000*****************************************************
146100 9370-SEED-EVNT-TOTALS.
146200*
146300      MOVE 0                  TO WS-CTOT-SEED-COUNT
146400      MOVE 0                  TO WS-CTOT-SEED-RC
146500      MOVE 0                  TO WS-CTOT-SEED-SECONDS
146600      OPEN INPUT EVNT-FILE
146700      IF WS-EVNT-STATUS-OK
146800         PERFORM 9375-SEED-EVNT-RECORD
146900            THRU 9375-SEED-EVNT-RECORD-EXIT
147000            UNTIL WS-EVNT-STATUS = '10'
147100         CLOSE EVNT-FILE
147200      END-IF
147300*
147400      PERFORM 9335-APPLY-CTOT-SEED
147500         THRU 9335-APPLY-CTOT-SEED-EXIT
147600      .
147700 9370-SEED-EVNT-TOTALS-EXIT.
147800      EXIT.
147900*
148000*****************************************************
148100* 9375-SEED-EVNT-RECORD - READ ONE EVENT-STREAM      *
148200* RECORD INTO THE SEED TOTALS.                       *
148300*****************************************************
148400 9375-SEED-EVNT-RECORD.
148500*
148600      READ EVNT-FILE
148700         AT END
148800            MOVE '10'   TO WS-EVNT-STATUS
148900         NOT AT END
149000            ADD 1                    TO WS-CTOT-SEED-COUNT
149100            IF EVNT-RETURN-CODE IS NUMERIC
149200               ADD EVNT-RETURN-CODE  TO WS-CTOT-SEED-RC
149300            END-IF
149400            IF EVNT-SEQ-NUMBER IS NUMERIC
149500               ADD EVNT-SEQ-NUMBER   TO WS-CTOT-SEED-SECONDS
149600            END-IF
149700      END-READ
149800      .
149900 9375-SEED-EVNT-RECORD-EXIT.
150000      EXIT.
