000100******************************************************************
000200* Copyright Amazon.com, Inc. or its affiliates.
000300* All Rights Reserved.
000400*
000500* Licensed under the Apache License, Version 2.0 (the "License").
000600* You may not use this file except in compliance with the License.
000700* You may obtain a copy of the License at
000800*
000900*    http://www.apache.org/licenses/LICENSE-2.0
001000*
001100* Unless required by applicable law or agreed to in writing,
001200* software distributed under the License is distributed on an
001300* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
001400* either express or implied. See the License for the specific
001500* language governing permissions and limitations under the License
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800*-----------------------
001900 PROGRAM-ID.    CBLROLLV.
002000 AUTHOR.        R BOSWELL.
002100 INSTALLATION.  AWS MAINFRAME MODERNIZATION - BATCH SCHEDULING.
002200 DATE-WRITTEN.  2026-10-15.
002300 DATE-COMPILED.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       BY       DESCRIPTION
002700*    --------   -------  ------------------------------------
002800*    2026-10-15  RLB     INITIAL VERSION - END-OF-CYCLE ROLLOVER
002900*                        OF THE NIGHTLY OUTPUT FILES.  RUNS ONLY
003000*                        ONCE CBLCYCLE HAS CERTIFIED THE CYCLE
003100*                        CLOSED.  COPIES VARFILE, SIGNFILE,
003200*                        SLAFILE, EXCPFILE, IMPCFILE AND FCSTFILE
003300*                        (REWRITTEN EVERY NIGHT) AND RPTFILE,
003400*                        AUDTFILE AND CDSPFILE (ONLY EVER
003500*                        EXTENDED) BYTE FOR BYTE ONTO THE
003600*                        GENERATION STORE (GENSFILE) AS A
003700*                        GENERATION STAMPED WITH THE CYCLE DATE,
003800*                        CATALOGUES EACH GENERATION WITH ITS
003900*                        RECORD COUNT ON GCATFILE, EMPTIES THE
004000*                        THREE EVER-GROWING FILES ONCE THEIR COPY
004100*                        IS SAFE, AND DROPS THE OLDEST
004200*                        GENERATIONS PAST THE RETENTION COUNT FOR
004300*                        EACH FILE TYPE (GRETFILE).  A FILE
004400*                        ALREADY ROLLED FOR THE CYCLE IS LEFT
004500*                        ALONE, SO A RERUN IS HARMLESS.  CBLGENLS
004600*                        LISTS WHAT IS HELD.
004700******************************************************************
004800/
004900 ENVIRONMENT DIVISION.
005000*--------------------
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-ZSERIES.
005300 OBJECT-COMPUTER.   IBM-ZSERIES.
005400*
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700*---------------------------------------------------------------
005800*    CYCLFILE - CYCLE-STATUS STREAM WRITTEN BY CBLCYCLE.  THE
005900*    LATEST RECORD IS THE STANDING VERDICT ON THE MOST RECENT
006000*    CYCLE; UNLESS IT SAYS CLOSED, NOTHING IS ROLLED OVER.  ITS
006100*    CYCLE DATE STAMPS EVERY GENERATION CUT BY THIS RUN.
006200*---------------------------------------------------------------
006300     SELECT CYCL-FILE       ASSIGN TO CYCLFILE
006400                             ORGANIZATION IS LINE SEQUENTIAL
006500                             FILE STATUS  IS WS-CYCL-STATUS.
006600*---------------------------------------------------------------
006700*    GRETFILE - RETENTION COUNT PER FILE TYPE.  OPTIONAL - A
006800*    FILE TYPE WITH NO RECORD IS HELD FOR THE DEFAULT COUNT.
006900*---------------------------------------------------------------
007000     SELECT GRET-FILE       ASSIGN TO GRETFILE
007100                             ORGANIZATION IS LINE SEQUENTIAL
007200                             FILE STATUS  IS WS-GRET-STATUS.
007300*---------------------------------------------------------------
007400*    GCATFILE - GENERATION CATALOG.  READ IN FULL AT START AND
007500*    REWRITTEN ONCE THE NEW GENERATION STORE IS IN PLACE.
007600*---------------------------------------------------------------
007700     SELECT GCAT-FILE       ASSIGN TO GCATFILE
007800                             ORGANIZATION IS LINE SEQUENTIAL
007900                             FILE STATUS  IS WS-GCAT-STATUS.
008000*---------------------------------------------------------------
008100*    GENSFILE - THE GENERATION STORE.  READ IN FULL ON THE
008200*    BUILD PASS, THEN REWRITTEN FROM NEWGFILE.
008300*---------------------------------------------------------------
008400     SELECT GENS-FILE       ASSIGN TO GENSFILE
008500                             ORGANIZATION IS LINE SEQUENTIAL
008600                             FILE STATUS  IS WS-GENS-STATUS.
008700*---------------------------------------------------------------
008800*    NEWGFILE - WORK FILE HOLDING THE GENERATIONS STILL INSIDE
008900*    RETENTION PLUS THE NEW ONES, BETWEEN THE BUILD PASS AND
009000*    THE COPY-BACK THAT REPLACES GENSFILE.
009100*---------------------------------------------------------------
009200     SELECT NEWG-FILE       ASSIGN TO NEWGFILE
009300                             ORGANIZATION IS LINE SEQUENTIAL
009400                             FILE STATUS  IS WS-NEWG-STATUS.
009500*---------------------------------------------------------------
009600*    THE NIGHTLY OUTPUT FILES ROLLED OVER.  EACH IS READ BYTE
009700*    FOR BYTE AT ITS OWN RECORD LENGTH; RPTFILE, AUDTFILE AND
009800*    CDSPFILE ARE THEN REOPENED OUTPUT TO EMPTY THEM.  THEY
009900*    SHARE ONE FILE STATUS AS ONLY ONE IS EVER OPEN AT A TIME.
010000*---------------------------------------------------------------
010100     SELECT VAR-FILE        ASSIGN TO VARFILE
010200                             ORGANIZATION IS LINE SEQUENTIAL
010300                             FILE STATUS  IS WS-LIVE-STATUS.
010400     SELECT SIGN-FILE       ASSIGN TO SIGNFILE
010500                             ORGANIZATION IS LINE SEQUENTIAL
010600                             FILE STATUS  IS WS-LIVE-STATUS.
010700     SELECT SLA-FILE        ASSIGN TO SLAFILE
010800                             ORGANIZATION IS LINE SEQUENTIAL
010900                             FILE STATUS  IS WS-LIVE-STATUS.
011000     SELECT EXCP-FILE       ASSIGN TO EXCPFILE
011100                             ORGANIZATION IS LINE SEQUENTIAL
011200                             FILE STATUS  IS WS-LIVE-STATUS.
011300     SELECT IMPC-FILE       ASSIGN TO IMPCFILE
011400                             ORGANIZATION IS LINE SEQUENTIAL
011500                             FILE STATUS  IS WS-LIVE-STATUS.
011600     SELECT FCST-FILE       ASSIGN TO FCSTFILE
011700                             ORGANIZATION IS LINE SEQUENTIAL
011800                             FILE STATUS  IS WS-LIVE-STATUS.
011900     SELECT RPT-FILE        ASSIGN TO RPTFILE
012000                             ORGANIZATION IS LINE SEQUENTIAL
012100                             FILE STATUS  IS WS-LIVE-STATUS.
012200     SELECT AUDT-FILE       ASSIGN TO AUDTFILE
012300                             ORGANIZATION IS LINE SEQUENTIAL
012400                             FILE STATUS  IS WS-LIVE-STATUS.
012500     SELECT CDSP-FILE       ASSIGN TO CDSPFILE
012600                             ORGANIZATION IS LINE SEQUENTIAL
012700                             FILE STATUS  IS WS-LIVE-STATUS.
012800*
012900 DATA DIVISION.
013000*-------------
013100 FILE SECTION.
013200*
013300 FD  CYCL-FILE
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600     COPY CYCLREC.
013700*
013800 FD  GRET-FILE
013900     RECORDING MODE IS F
014000     LABEL RECORDS ARE STANDARD.
014100     COPY GRETREC.
014200*
014300 FD  GCAT-FILE
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600     COPY GCATREC.
014700*
014800 FD  GENS-FILE
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD.
015100     COPY GENSREC.
015200*
015300 FD  NEWG-FILE
015400     RECORDING MODE IS F
015500     LABEL RECORDS ARE STANDARD.
015600 01  NEWG-RECORD                 PIC X(153).
015700*
015800 FD  VAR-FILE
015900     RECORDING MODE IS F
016000     LABEL RECORDS ARE STANDARD.
016100 01  VAR-LIVE-RECORD             PIC X(76).
016200*
016300 FD  SIGN-FILE
016400     RECORDING MODE IS F
016500     LABEL RECORDS ARE STANDARD.
016600 01  SIGN-LIVE-RECORD            PIC X(132).
016700*
016800 FD  SLA-FILE
016900     RECORDING MODE IS F
017000     LABEL RECORDS ARE STANDARD.
017100 01  SLA-LIVE-RECORD             PIC X(132).
017200*
017300 FD  EXCP-FILE
017400     RECORDING MODE IS F
017500     LABEL RECORDS ARE STANDARD.
017600 01  EXCP-LIVE-RECORD            PIC X(132).
017700*
017800 FD  IMPC-FILE
017900     RECORDING MODE IS F
018000     LABEL RECORDS ARE STANDARD.
018100 01  IMPC-LIVE-RECORD            PIC X(132).
018200*
018300 FD  FCST-FILE
018400     RECORDING MODE IS F
018500     LABEL RECORDS ARE STANDARD.
018600 01  FCST-LIVE-RECORD            PIC X(132).
018700*
018800 FD  RPT-FILE
018900     RECORDING MODE IS F
019000     LABEL RECORDS ARE STANDARD.
019100 01  RPT-LIVE-RECORD             PIC X(86).
019200*
019300 FD  AUDT-FILE
019400     RECORDING MODE IS F
019500     LABEL RECORDS ARE STANDARD.
019600 01  AUDT-LIVE-RECORD            PIC X(48).
019700*
019800 FD  CDSP-FILE
019900     RECORDING MODE IS F
020000     LABEL RECORDS ARE STANDARD.
020100 01  CDSP-LIVE-RECORD            PIC X(52).
020200*
020300/
020400 WORKING-STORAGE SECTION.
020500*
020600*****************************************************
020700* STRUCTURE FOR INPUT                               *
020800*****************************************************
020900 01 WS-VARIABLES.
021000    05 WS-PROGRAM                PIC X(08) VALUE 'CBLROLLV'.
021100    05 CURRENT-DATE              PIC 9(06).
021200    05 CURRENT-TIME              PIC 9(08).
021300    05 WS-RETURN-CODE            PIC 9(02) VALUE 0.
021400    05 WS-DEFAULT-RETAIN         PIC 9(03) VALUE 31.
021500*
021600*****************************************************
021700* SWITCHES AND STATUS FIELDS                        *
021800*****************************************************
021900 01 WS-CYCL-STATUS               PIC X(02) VALUE '00'.
022000    88 WS-CYCL-STATUS-OK            VALUE '00'.
022100    88 WS-CYCL-STATUS-EOF           VALUE '10'.
022200*
022300 01 WS-GRET-STATUS               PIC X(02) VALUE '00'.
022400    88 WS-GRET-STATUS-OK            VALUE '00'.
022500    88 WS-GRET-STATUS-EOF           VALUE '10'.
022600*
022700 01 WS-GCAT-STATUS               PIC X(02) VALUE '00'.
022800    88 WS-GCAT-STATUS-OK            VALUE '00'.
022900    88 WS-GCAT-STATUS-EOF           VALUE '10'.
023000*
023100 01 WS-GENS-STATUS               PIC X(02) VALUE '00'.
023200    88 WS-GENS-STATUS-OK            VALUE '00'.
023300    88 WS-GENS-STATUS-EOF           VALUE '10'.
023400    88 WS-GENS-NOT-FOUND            VALUE '35'.
023500*
023600 01 WS-NEWG-STATUS               PIC X(02) VALUE '00'.
023700    88 WS-NEWG-STATUS-OK            VALUE '00'.
023800    88 WS-NEWG-STATUS-EOF           VALUE '10'.
023900*
024000 01 WS-LIVE-STATUS               PIC X(02) VALUE '00'.
024100    88 WS-LIVE-STATUS-OK            VALUE '00'.
024200    88 WS-LIVE-STATUS-EOF           VALUE '10'.
024300*
024400 01 WS-CYCLE-OK-SWITCH           PIC X(01) VALUE 'N'.
024500    88 WS-CYCLE-IS-CLOSED           VALUE 'Y'.
024600*
024700 01 WS-LAST-CYCLE-DATE           PIC 9(06) VALUE 0.
024800 01 WS-LAST-CYCLE-STATE          PIC X(08) VALUE SPACES.
024900*
025000 01 WS-STORE-OK-SWITCH           PIC X(01) VALUE 'N'.
025100    88 WS-STORE-BUILT               VALUE 'Y'.
025200*
025300 01 WS-REPLACE-OK-SWITCH         PIC X(01) VALUE 'N'.
025400    88 WS-STORE-REPLACED            VALUE 'Y'.
025500*
025600 01 WS-CATALOG-OK-SWITCH         PIC X(01) VALUE 'N'.
025700    88 WS-CATALOG-SAVED             VALUE 'Y'.
025800*
025900*****************************************************
026000* COUNTERS AND WORK FIELDS                          *
026100*****************************************************
026200 01 WS-FTYP-IDX                  PIC 9(02) VALUE 0.
026300 01 WS-FTYP-SRCH-IDX             PIC 9(02) VALUE 0.
026400 01 WS-FTYP-FOUND-IDX            PIC 9(02) VALUE 0.
026500 01 WS-GCAT-IDX                  PIC 9(04) VALUE 0.
026600 01 WS-GCAT-SRCH-IDX             PIC 9(04) VALUE 0.
026700 01 WS-OLDEST-IDX                PIC 9(04) VALUE 0.
026800 01 WS-SRCH-FILE-NAME            PIC X(08) VALUE SPACES.
026900 01 WS-SRCH-CYCLE-DATE           PIC 9(06) VALUE 0.
027000 01 WS-HELD-COUNT                PIC 9(04) VALUE 0.
027100 01 WS-FILES-TO-ROLL             PIC 9(02) VALUE 0.
027200 01 WS-EXPIRED-TOTAL             PIC 9(04) VALUE 0.
027300 01 WS-LIVE-SEQ                  PIC 9(07) VALUE 0.
027400 01 WS-LIVE-RECORD               PIC X(132) VALUE SPACES.
027500 01 WS-STORE-READ-COUNT          PIC 9(09) VALUE 0.
027600 01 WS-STORE-CARRIED-COUNT       PIC 9(09) VALUE 0.
027700 01 WS-STORE-DROPPED-COUNT       PIC 9(09) VALUE 0.
027800 01 WS-STORE-ORPHAN-COUNT        PIC 9(09) VALUE 0.
027900 01 WS-STORE-NEW-COUNT           PIC 9(09) VALUE 0.
028000 01 WS-STORE-WRITTEN-COUNT       PIC 9(09) VALUE 0.
028100 01 WS-STORE-COPIED-COUNT        PIC 9(09) VALUE 0.
028110*
028120*****************************************************
028130* ONE NEW GENSFILE ENTRY, BUILT TO THE GENSREC      *
028140* LAYOUT                                            *
028150*****************************************************
028160 01 WS-GENS-ENTRY.
028165    05 WS-GENS-FILE-NAME         PIC X(08) VALUE SPACES.
028170    05 WS-GENS-CYCLE-DATE        PIC 9(06) VALUE 0.
028175    05 WS-GENS-RECORD-SEQ        PIC 9(07) VALUE 0.
028180    05 WS-GENS-DATA              PIC X(132) VALUE SPACES.
028200*
028300*****************************************************
028400* THE PREVIOUS STORE RECORD'S GENERATION AND WHAT   *
028500* WAS DECIDED FOR IT.  A GENERATION'S RECORDS LIE   *
028600* TOGETHER ON GENSFILE, SO THE CATALOG IS SEARCHED  *
028700* ONCE PER GENERATION RATHER THAN ONCE PER RECORD.  *
028800*****************************************************
028900 01 WS-PREV-GENERATION.
029000    05 WS-PREV-FILE-NAME         PIC X(08) VALUE SPACES.
029100    05 WS-PREV-CYCLE-DATE        PIC 9(06) VALUE 0.
029200 01 WS-PREV-GCAT-IDX             PIC 9(04) VALUE 0.
029300*
029400*****************************************************
029500* THE FILE TYPES ROLLED OVER, IN THE ORDER THEY ARE *
029600* PROCESSED.  A 'Y' MARKS A FILE THAT IS ONLY EVER  *
029700* EXTENDED AND IS EMPTIED ONCE ITS GENERATION IS    *
029800* SAFELY CATALOGUED.                                *
029900*****************************************************
030000 01 WS-FTYP-VALUES.
030100    05 FILLER                    PIC X(09) VALUE 'VARFILE N'.
030200    05 FILLER                    PIC X(09) VALUE 'SIGNFILEN'.
030300    05 FILLER                    PIC X(09) VALUE 'SLAFILE N'.
030400    05 FILLER                    PIC X(09) VALUE 'EXCPFILEN'.
030500    05 FILLER                    PIC X(09) VALUE 'IMPCFILEN'.
030600    05 FILLER                    PIC X(09) VALUE 'FCSTFILEN'.
030700    05 FILLER                    PIC X(09) VALUE 'RPTFILE Y'.
030800    05 FILLER                    PIC X(09) VALUE 'AUDTFILEY'.
030900    05 FILLER                    PIC X(09) VALUE 'CDSPFILEY'.
031000 01 WS-FTYP-TABLE                REDEFINES WS-FTYP-VALUES.
031100    05 WS-FTYP-ENTRY             OCCURS 9 TIMES.
031200       10 WS-FTYP-NAME              PIC X(08).
031300       10 WS-FTYP-RESET-FLAG        PIC X(01).
031400          88 WS-FTYP-GROWS             VALUE 'Y'.
031500*
031600*****************************************************
031700* WHAT THIS RUN DID WITH EACH FILE TYPE, BY THE     *
031800* SAME SUBSCRIPT AS WS-FTYP-TABLE.                  *
031900*****************************************************
032000 01 WS-FTYP-WORK-TABLE.
032100    05 WS-FTYP-WORK              OCCURS 9 TIMES.
032200       10 WS-FTYP-RETAIN            PIC 9(03).
032300       10 WS-FTYP-ACTION            PIC X(01).
032400          88 WS-FTYP-TO-ROLL           VALUE 'R'.
032500          88 WS-FTYP-ALREADY-ROLLED    VALUE 'A'.
032600          88 WS-FTYP-NOT-PRESENT       VALUE 'M'.
032700       10 WS-FTYP-GCAT-IDX          PIC 9(04).
032800       10 WS-FTYP-HELD              PIC 9(04).
032900       10 WS-FTYP-EXPIRED           PIC 9(04).
033000       10 WS-FTYP-RESET-DONE        PIC X(01).
033100          88 WS-FTYP-WAS-RESET         VALUE 'Y'.
033200*
033300*****************************************************
033400* CATALOG TABLE - EVERY GCATFILE RECORD PLUS THE    *
033500* GENERATIONS CUT THIS RUN.  A GENERATION MARKED    *
033600* EXPIRED IS LEFT OFF THE NEW STORE AND CATALOG.    *
033700*****************************************************
033800 01 WS-GCAT-TABLE.
033900    05 WS-GCAT-ENTRY-COUNT       PIC 9(04) VALUE 0.
034000    05 WS-GCAT-ENTRIES OCCURS 0 TO 3000 TIMES
034100              DEPENDING ON WS-GCAT-ENTRY-COUNT.
034200       10 WS-GCAT-TBL-FILE-NAME     PIC X(08).
034300       10 WS-GCAT-TBL-CYCLE-DATE    PIC 9(06).
034400       10 WS-GCAT-TBL-COUNT         PIC 9(07).
034500       10 WS-GCAT-TBL-ROLL-DATE     PIC 9(06).
034600       10 WS-GCAT-TBL-ROLL-TIME     PIC 9(08).
034700       10 WS-GCAT-TBL-RESET-FLAG    PIC X(01).
034800       10 WS-GCAT-TBL-STATE         PIC X(01).
034900          88 WS-GCAT-TBL-HELD          VALUE 'H'.
035000          88 WS-GCAT-TBL-NEW           VALUE 'N'.
035100          88 WS-GCAT-TBL-EXPIRED       VALUE 'E'.
035200       10 WS-GCAT-TBL-STORED        PIC 9(07).
035300*
035400*****************************************************
035500* RUN SUMMARY LINE - ONE PER FILE TYPE              *
035600*****************************************************
035700 01 WS-SUMMARY-LINE.
035800    05 FILLER                    PIC X(01) VALUE SPACE.
035900    05 WS-SUM-FILE-NAME          PIC X(08).
036000    05 FILLER                    PIC X(02) VALUE SPACES.
036100    05 WS-SUM-ACTION             PIC X(24).
036200    05 FILLER                    PIC X(09) VALUE ' RECORDS '.
036300    05 WS-SUM-RECORDS            PIC ZZZZZZ9.
036400    05 FILLER                    PIC X(07) VALUE '  HELD '.
036500    05 WS-SUM-HELD               PIC ZZZ9.
036600    05 FILLER                    PIC X(10) VALUE '  EXPIRED '.
036700    05 WS-SUM-EXPIRED            PIC ZZZ9.
036800    05 FILLER                    PIC X(09) VALUE '  RETAIN '.
036900    05 WS-SUM-RETAIN             PIC ZZ9.
037000*
037100 PROCEDURE DIVISION.
037200*****************************************************
037300* MAIN PROGRAM ROUTINE                              *
037400*****************************************************
037500 0000-MAIN-PROCESS.
037600*
037700      PERFORM 1000-INITIALIZE
037800         THRU 1000-INITIALIZE-EXIT
037900*
038000      PERFORM 1500-CHECK-CYCLE-GATE
038100         THRU 1500-CHECK-CYCLE-GATE-EXIT
038200*
038300*    A CYCLE THAT IS NOT CERTIFIED CLOSED MAY STILL HAVE
038400*    PROGRAMS WRITING THESE FILES - LEAVE THEM AS THEY STAND.
038500      IF NOT WS-CYCLE-IS-CLOSED
038600         MOVE WS-RETURN-CODE TO RETURN-CODE
038700         GOBACK
038800      END-IF
038900*
039000      PERFORM 2000-LOAD-RETENTION
039100         THRU 2000-LOAD-RETENTION-EXIT
039200*
039300      PERFORM 2100-LOAD-CATALOG
039400         THRU 2100-LOAD-CATALOG-EXIT
039500*
039600      IF WS-RETURN-CODE < 12
039700         PERFORM 2500-SELECT-FILES
039800            THRU 2500-SELECT-FILES-EXIT
039900      END-IF
040000*
040100      IF WS-RETURN-CODE < 12
040200         PERFORM 2700-APPLY-RETENTION
040300            THRU 2700-APPLY-RETENTION-EXIT
040400      END-IF
040500*
040600      IF WS-RETURN-CODE < 12
040700         IF WS-FILES-TO-ROLL = 0
040800            AND WS-EXPIRED-TOTAL = 0
040900            DISPLAY ' NOTHING TO ROLL OVER OR EXPIRE FOR CYCLE '
041000               WS-LAST-CYCLE-DATE
041100         ELSE
041200            PERFORM 3000-BUILD-STORE
041300               THRU 3000-BUILD-STORE-EXIT
041400         END-IF
041500      END-IF
041600*
041700      IF WS-STORE-BUILT
041800         PERFORM 4000-REPLACE-STORE
041900            THRU 4000-REPLACE-STORE-EXIT
042000      END-IF
042100*
042200      IF WS-STORE-REPLACED
042300         PERFORM 5000-SAVE-CATALOG
042400            THRU 5000-SAVE-CATALOG-EXIT
042500      END-IF
042600*
042700      IF WS-CATALOG-SAVED
042800         PERFORM 6000-RESET-GROWING-FILES
042900            THRU 6000-RESET-GROWING-FILES-EXIT
043000      END-IF
043100*
043200      PERFORM 9000-TERMINATE
043300         THRU 9000-TERMINATE-EXIT
043400*
043500      MOVE WS-RETURN-CODE TO RETURN-CODE
043600      GOBACK
043700      .
043800 0000-MAIN-PROCESS-EXIT.
043900      EXIT.
044000*
044100*****************************************************
044200* 1000-INITIALIZE - STAMP THE RUN AND CLEAR THE     *
044300* PER-FILE-TYPE WORK TABLE.                         *
044400*****************************************************
044500 1000-INITIALIZE.
044600*
044700      DISPLAY 'START OF PROGRAM : ' WS-PROGRAM
044800      DISPLAY '-------------------------------'
044900      DISPLAY ' '
045000*
045100      ACCEPT CURRENT-DATE     FROM DATE
045200      ACCEPT CURRENT-TIME     FROM TIME
045300*
045400      PERFORM 1100-CLEAR-FILE-TYPE
045500         THRU 1100-CLEAR-FILE-TYPE-EXIT
045600         VARYING WS-FTYP-IDX FROM 1 BY 1
045700         UNTIL WS-FTYP-IDX > 9
045800      .
045900 1000-INITIALIZE-EXIT.
046000      EXIT.
046100*
046200*****************************************************
046300* 1100-CLEAR-FILE-TYPE - START ONE FILE TYPE AT THE *
046400* DEFAULT RETENTION WITH NOTHING YET DECIDED.       *
046500*****************************************************
046600 1100-CLEAR-FILE-TYPE.
046700*
046800      MOVE WS-DEFAULT-RETAIN  TO WS-FTYP-RETAIN (WS-FTYP-IDX)
046900      MOVE SPACE              TO WS-FTYP-ACTION (WS-FTYP-IDX)
047000      MOVE 0                  TO WS-FTYP-GCAT-IDX (WS-FTYP-IDX)
047100      MOVE 0                  TO WS-FTYP-HELD (WS-FTYP-IDX)
047200      MOVE 0                  TO WS-FTYP-EXPIRED (WS-FTYP-IDX)
047300      MOVE 'N'                TO WS-FTYP-RESET-DONE (WS-FTYP-IDX)
047400      .
047500 1100-CLEAR-FILE-TYPE-EXIT.
047600      EXIT.
047700*
047800*****************************************************
047900* 1500-CHECK-CYCLE-GATE - READ THE CYCLE-STATUS     *
048000* STREAM AND KEEP THE LATEST RECORD, WHICH IS THE   *
048100* STANDING VERDICT ON THE MOST RECENT CYCLE.  THE   *
048200* RUN IS REFUSED UNLESS THAT VERDICT IS CLOSED - A  *
048300* MISSING CYCLFILE MEANS NO CYCLE WAS EVER CERTIFIED*
048400* AND IS REFUSED THE SAME WAY.                      *
048500*****************************************************
048600 1500-CHECK-CYCLE-GATE.
048700*
048800      OPEN INPUT CYCL-FILE
048900      IF NOT WS-CYCL-STATUS-OK
049000         DISPLAY ' *** NO CYCLE STATUS ON FILE - RUN REFUSED, '
049100            'CERTIFY THE CYCLE WITH CBLCYCLE FIRST ***'
049200         MOVE 12              TO WS-RETURN-CODE
049300         GO TO 1500-CHECK-CYCLE-GATE-EXIT
049400      END-IF
049500*
049600      PERFORM 1510-READ-CYCLE-RECORD
049700         THRU 1510-READ-CYCLE-RECORD-EXIT
049800         UNTIL WS-CYCL-STATUS-EOF
049900      CLOSE CYCL-FILE
050000*
050100      IF WS-LAST-CYCLE-STATE = 'CLOSED'
050200         SET WS-CYCLE-IS-CLOSED  TO TRUE
050300         DISPLAY ' CYCLE ' WS-LAST-CYCLE-DATE
050400            ' IS CLOSED - ROLLOVER MAY PROCEED'
050500      ELSE
050600         DISPLAY ' *** CYCLE ' WS-LAST-CYCLE-DATE ' IS '
050700            WS-LAST-CYCLE-STATE ' - RUN REFUSED, ONLY A '
050800            'CLOSED CYCLE MAY BE ROLLED OVER ***'
050900         MOVE 12              TO WS-RETURN-CODE
051000      END-IF
051100      .
051200 1500-CHECK-CYCLE-GATE-EXIT.
051300      EXIT.
051400*
051500*****************************************************
051600* 1510-READ-CYCLE-RECORD - READ ONE CYCLE-STATUS    *
051700* RECORD, KEEPING ITS DATE AND STATE.  THE LAST ONE *
051800* READ WINS.                                        *
051900*****************************************************
052000 1510-READ-CYCLE-RECORD.
052100*
052200      READ CYCL-FILE
052300         AT END
052400            MOVE '10'   TO WS-CYCL-STATUS
052500         NOT AT END
052600            MOVE CYCL-CYCLE-DATE    TO WS-LAST-CYCLE-DATE
052700            MOVE CYCL-STATE         TO WS-LAST-CYCLE-STATE
052800      END-READ
052900      .
053000 1510-READ-CYCLE-RECORD-EXIT.
053100      EXIT.
053200*
053300*****************************************************
053400* 2000-LOAD-RETENTION - APPLY THE GRETFILE COUNTS   *
053500* OVER THE DEFAULT.  NO GRETFILE LEAVES EVERY FILE  *
053600* TYPE AT THE DEFAULT.                              *
053700*****************************************************
053800 2000-LOAD-RETENTION.
053900*
054000      OPEN INPUT GRET-FILE
054100      IF NOT WS-GRET-STATUS-OK
054200         DISPLAY ' NO GRETFILE - EVERY FILE TYPE HELD FOR '
054300            WS-DEFAULT-RETAIN ' GENERATIONS'
054400         GO TO 2000-LOAD-RETENTION-EXIT
054500      END-IF
054600*
054700      PERFORM 2010-READ-RETENTION-RECORD
054800         THRU 2010-READ-RETENTION-RECORD-EXIT
054900         UNTIL WS-GRET-STATUS-EOF
055000      CLOSE GRET-FILE
055100      .
055200 2000-LOAD-RETENTION-EXIT.
055300      EXIT.
055400*
055500*****************************************************
055600* 2010-READ-RETENTION-RECORD - READ ONE RETENTION   *
055700* RECORD AND SET THE COUNT FOR ITS FILE TYPE.  AN   *
055800* UNKNOWN FILE TYPE OR A ZERO OR NON-NUMERIC COUNT  *
055900* IS REPORTED AND IGNORED.                          *
056000*****************************************************
056100 2010-READ-RETENTION-RECORD.
056200*
056300      READ GRET-FILE
056400         AT END
056500            MOVE '10'   TO WS-GRET-STATUS
056600            GO TO 2010-READ-RETENTION-RECORD-EXIT
056700      END-READ
056800*
056900      IF GRET-FILE-NAME = SPACES
057000         GO TO 2010-READ-RETENTION-RECORD-EXIT
057100      END-IF
057200*
057300      MOVE GRET-FILE-NAME     TO WS-SRCH-FILE-NAME
057400      PERFORM 2020-FIND-FILE-TYPE
057500         THRU 2020-FIND-FILE-TYPE-EXIT
057600*
057700      IF WS-FTYP-FOUND-IDX = 0
057800         DISPLAY ' *** GRETFILE NAMES ' GRET-FILE-NAME
057900            ' WHICH IS NOT ROLLED OVER - IGNORED ***'
058000         IF WS-RETURN-CODE < 4
058100            MOVE 4            TO WS-RETURN-CODE
058200         END-IF
058300         GO TO 2010-READ-RETENTION-RECORD-EXIT
058400      END-IF
058500*
058600      IF GRET-RETAIN-COUNT IS NOT NUMERIC
058700         OR GRET-RETAIN-COUNT = 0
058800         DISPLAY ' *** GRETFILE COUNT FOR ' GRET-FILE-NAME
058900            ' IS NOT A POSITIVE NUMBER - DEFAULT '
059000            WS-DEFAULT-RETAIN ' USED ***'
059100         IF WS-RETURN-CODE < 4
059200            MOVE 4            TO WS-RETURN-CODE
059300         END-IF
059400         GO TO 2010-READ-RETENTION-RECORD-EXIT
059500      END-IF
059600*
059700      MOVE GRET-RETAIN-COUNT
059800         TO WS-FTYP-RETAIN (WS-FTYP-FOUND-IDX)
059900      .
060000 2010-READ-RETENTION-RECORD-EXIT.
060100      EXIT.
060200*
060300*****************************************************
060400* 2020-FIND-FILE-TYPE - POINT WS-FTYP-FOUND-IDX AT  *
060500* THE FILE TYPE NAMED WS-SRCH-FILE-NAME, OR ZERO.   *
060600*****************************************************
060700 2020-FIND-FILE-TYPE.
060800*
060900      MOVE 0                  TO WS-FTYP-FOUND-IDX
061000      PERFORM 2025-SEARCH-FILE-TYPE
061100         THRU 2025-SEARCH-FILE-TYPE-EXIT
061200         VARYING WS-FTYP-SRCH-IDX FROM 1 BY 1
061300         UNTIL WS-FTYP-SRCH-IDX > 9
061400            OR WS-FTYP-FOUND-IDX > 0
061500      .
061600 2020-FIND-FILE-TYPE-EXIT.
061700      EXIT.
061800*
061900*****************************************************
062000* 2025-SEARCH-FILE-TYPE - TEST ONE FILE TYPE FOR A  *
062100* NAME MATCH DURING THE SEARCH ABOVE.               *
062200*****************************************************
062300 2025-SEARCH-FILE-TYPE.
062400*
062500      IF WS-FTYP-NAME (WS-FTYP-SRCH-IDX) = WS-SRCH-FILE-NAME
062600         MOVE WS-FTYP-SRCH-IDX   TO WS-FTYP-FOUND-IDX
062700      END-IF
062800      .
062900 2025-SEARCH-FILE-TYPE-EXIT.
063000      EXIT.
063100*
063200*****************************************************
063300* 2100-LOAD-CATALOG - LOAD EVERY GCATFILE RECORD.   *
063400* NO GCATFILE MEANS NOTHING HAS BEEN ROLLED YET.    *
063500* A CATALOG TOO BIG FOR THE TABLE STOPS THE RUN     *
063600* BEFORE ANYTHING IS TOUCHED.                       *
063700*****************************************************
063800 2100-LOAD-CATALOG.
063900*
064000      MOVE 0                  TO WS-GCAT-ENTRY-COUNT
064100      OPEN INPUT GCAT-FILE
064200      IF NOT WS-GCAT-STATUS-OK
064300         DISPLAY ' NO GCATFILE - NO GENERATIONS HELD YET'
064400         GO TO 2100-LOAD-CATALOG-EXIT
064500      END-IF
064600*
064700      PERFORM 2110-READ-CATALOG-RECORD
064800         THRU 2110-READ-CATALOG-RECORD-EXIT
064900         UNTIL WS-GCAT-STATUS-EOF
065000      CLOSE GCAT-FILE
065100      .
065200 2100-LOAD-CATALOG-EXIT.
065300      EXIT.
065400*
065500*****************************************************
065600* 2110-READ-CATALOG-RECORD - READ ONE CATALOG       *
065700* RECORD INTO THE TABLE AS A GENERATION HELD.       *
065800*****************************************************
065900 2110-READ-CATALOG-RECORD.
066000*
066100      READ GCAT-FILE
066200         AT END
066300            MOVE '10'   TO WS-GCAT-STATUS
066400            GO TO 2110-READ-CATALOG-RECORD-EXIT
066500      END-READ
066600*
066700      IF GCAT-FILE-NAME = SPACES
066800         GO TO 2110-READ-CATALOG-RECORD-EXIT
066900      END-IF
067000*
067100      IF WS-GCAT-ENTRY-COUNT >= 3000
067200         DISPLAY ' *** GCATFILE HOLDS MORE THAN 3000 GENERATIONS '
067300            '- RUN ABANDONED, NOTHING ROLLED ***'
067400         MOVE 12              TO WS-RETURN-CODE
067500         MOVE '10'            TO WS-GCAT-STATUS
067600         GO TO 2110-READ-CATALOG-RECORD-EXIT
067700      END-IF
067800*
067900      ADD 1                   TO WS-GCAT-ENTRY-COUNT
068000      MOVE WS-GCAT-ENTRY-COUNT TO WS-GCAT-IDX
068100      MOVE GCAT-FILE-NAME
068200         TO WS-GCAT-TBL-FILE-NAME (WS-GCAT-IDX)
068300      MOVE 0
068400         TO WS-GCAT-TBL-CYCLE-DATE (WS-GCAT-IDX)
068500      IF GCAT-CYCLE-DATE IS NUMERIC
068600         MOVE GCAT-CYCLE-DATE
068700            TO WS-GCAT-TBL-CYCLE-DATE (WS-GCAT-IDX)
068800      END-IF
068900      MOVE 0                  TO WS-GCAT-TBL-COUNT (WS-GCAT-IDX)
069000      IF GCAT-RECORD-COUNT IS NUMERIC
069100         MOVE GCAT-RECORD-COUNT
069200            TO WS-GCAT-TBL-COUNT (WS-GCAT-IDX)
069300      END-IF
069400      MOVE 0
069500         TO WS-GCAT-TBL-ROLL-DATE (WS-GCAT-IDX)
069600      IF GCAT-ROLL-DATE IS NUMERIC
069700         MOVE GCAT-ROLL-DATE
069800            TO WS-GCAT-TBL-ROLL-DATE (WS-GCAT-IDX)
069900      END-IF
070000      MOVE 0
070100         TO WS-GCAT-TBL-ROLL-TIME (WS-GCAT-IDX)
070200      IF GCAT-ROLL-TIME IS NUMERIC
070300         MOVE GCAT-ROLL-TIME
070400            TO WS-GCAT-TBL-ROLL-TIME (WS-GCAT-IDX)
070500      END-IF
070600      MOVE GCAT-RESET-FLAG
070700         TO WS-GCAT-TBL-RESET-FLAG (WS-GCAT-IDX)
070800      SET WS-GCAT-TBL-HELD (WS-GCAT-IDX) TO TRUE
070900      MOVE 0                  TO WS-GCAT-TBL-STORED (WS-GCAT-IDX)
071000      .
071100 2110-READ-CATALOG-RECORD-EXIT.
071200      EXIT.
071300*
071400*****************************************************
071500* 2200-FIND-GENERATION - POINT WS-GCAT-IDX AT THE   *
071600* CATALOG ROW FOR WS-SRCH-FILE-NAME AND             *
071700* WS-SRCH-CYCLE-DATE, OR ZERO WHEN NOT CATALOGUED.  *
071800*****************************************************
071900 2200-FIND-GENERATION.
072000*
072100      MOVE 0                  TO WS-GCAT-IDX
072200      PERFORM 2210-SEARCH-GENERATION
072300         THRU 2210-SEARCH-GENERATION-EXIT
072400         VARYING WS-GCAT-SRCH-IDX FROM 1 BY 1
072500         UNTIL WS-GCAT-SRCH-IDX > WS-GCAT-ENTRY-COUNT
072600            OR WS-GCAT-IDX > 0
072700      .
072800 2200-FIND-GENERATION-EXIT.
072900      EXIT.
073000*
073100*****************************************************
073200* 2210-SEARCH-GENERATION - TEST ONE CATALOG ROW FOR *
073300* A FILE-NAME AND CYCLE-DATE MATCH.                 *
073400*****************************************************
073500 2210-SEARCH-GENERATION.
073600*
073700      IF WS-GCAT-TBL-FILE-NAME (WS-GCAT-SRCH-IDX) =
073800            WS-SRCH-FILE-NAME
073900         AND WS-GCAT-TBL-CYCLE-DATE (WS-GCAT-SRCH-IDX) =
074000            WS-SRCH-CYCLE-DATE
074100         MOVE WS-GCAT-SRCH-IDX   TO WS-GCAT-IDX
074200      END-IF
074300      .
074400 2210-SEARCH-GENERATION-EXIT.
074500      EXIT.
074600*
074700*****************************************************
074800* 2500-SELECT-FILES - DECIDE WHAT TO DO WITH EACH   *
074900* FILE TYPE FOR THIS CYCLE.                         *
075000*****************************************************
075100 2500-SELECT-FILES.
075200*
075300      PERFORM 2510-SELECT-ONE-FILE
075400         THRU 2510-SELECT-ONE-FILE-EXIT
075500         VARYING WS-FTYP-IDX FROM 1 BY 1
075600         UNTIL WS-FTYP-IDX > 9
075700            OR WS-RETURN-CODE >= 12
075800      .
075900 2500-SELECT-FILES-EXIT.
076000      EXIT.
076100*
076200*****************************************************
076300* 2510-SELECT-ONE-FILE - A FILE ALREADY CATALOGUED  *
076400* FOR THIS CYCLE IS LEFT ALONE - THE EVER-GROWING   *
076500* FILES WERE EMPTIED WHEN THEY WERE ROLLED, SO A    *
076600* SECOND COPY WOULD CATALOGUE AN EMPTY GENERATION   *
076700* OVER THE REAL ONE.  A FILE THAT CANNOT BE OPENED  *
076800* IS REPORTED AND SKIPPED.  ANY OTHER FILE IS GIVEN *
076900* A NEW CATALOG ROW, FILLED IN AS IT IS COPIED.     *
077000*****************************************************
077100 2510-SELECT-ONE-FILE.
077200*
077300      MOVE WS-FTYP-NAME (WS-FTYP-IDX)  TO WS-SRCH-FILE-NAME
077400      MOVE WS-LAST-CYCLE-DATE          TO WS-SRCH-CYCLE-DATE
077500      PERFORM 2200-FIND-GENERATION
077600         THRU 2200-FIND-GENERATION-EXIT
077700*
077800      IF WS-GCAT-IDX > 0
077900         SET WS-FTYP-ALREADY-ROLLED (WS-FTYP-IDX) TO TRUE
078000         MOVE WS-GCAT-IDX     TO WS-FTYP-GCAT-IDX (WS-FTYP-IDX)
078100         GO TO 2510-SELECT-ONE-FILE-EXIT
078200      END-IF
078300*
078400      PERFORM 7000-OPEN-LIVE-FILE
078500         THRU 7000-OPEN-LIVE-FILE-EXIT
078600      IF NOT WS-LIVE-STATUS-OK
078700         SET WS-FTYP-NOT-PRESENT (WS-FTYP-IDX) TO TRUE
078800         DISPLAY ' *** ' WS-FTYP-NAME (WS-FTYP-IDX)
078900            ' COULD NOT BE OPENED - STATUS: ' WS-LIVE-STATUS
079000            ' - NO GENERATION CUT ***'
079100         IF WS-RETURN-CODE < 4
079200            MOVE 4            TO WS-RETURN-CODE
079300         END-IF
079400         GO TO 2510-SELECT-ONE-FILE-EXIT
079500      END-IF
079600      PERFORM 7200-CLOSE-LIVE-FILE
079700         THRU 7200-CLOSE-LIVE-FILE-EXIT
079800*
079900      IF WS-GCAT-ENTRY-COUNT >= 3000
080000         DISPLAY ' *** GCATFILE IS FULL AT 3000 GENERATIONS - '
080100            'RUN ABANDONED, NOTHING ROLLED ***'
080200         MOVE 12              TO WS-RETURN-CODE
080300         GO TO 2510-SELECT-ONE-FILE-EXIT
080400      END-IF
080500*
080600      ADD 1                   TO WS-GCAT-ENTRY-COUNT
080700      MOVE WS-GCAT-ENTRY-COUNT TO WS-GCAT-IDX
080800      MOVE WS-FTYP-NAME (WS-FTYP-IDX)
080900         TO WS-GCAT-TBL-FILE-NAME (WS-GCAT-IDX)
081000      MOVE WS-LAST-CYCLE-DATE
081100         TO WS-GCAT-TBL-CYCLE-DATE (WS-GCAT-IDX)
081200      MOVE 0                  TO WS-GCAT-TBL-COUNT (WS-GCAT-IDX)
081300      MOVE CURRENT-DATE
081400         TO WS-GCAT-TBL-ROLL-DATE (WS-GCAT-IDX)
081500      MOVE CURRENT-TIME
081600         TO WS-GCAT-TBL-ROLL-TIME (WS-GCAT-IDX)
081700      MOVE 'N'
081800         TO WS-GCAT-TBL-RESET-FLAG (WS-GCAT-IDX)
081900      IF WS-FTYP-GROWS (WS-FTYP-IDX)
082000         MOVE 'Y'
082100            TO WS-GCAT-TBL-RESET-FLAG (WS-GCAT-IDX)
082200      END-IF
082300      SET WS-GCAT-TBL-NEW (WS-GCAT-IDX) TO TRUE
082400      MOVE 0                  TO WS-GCAT-TBL-STORED (WS-GCAT-IDX)
082500*
082600      SET WS-FTYP-TO-ROLL (WS-FTYP-IDX) TO TRUE
082700      MOVE WS-GCAT-IDX        TO WS-FTYP-GCAT-IDX (WS-FTYP-IDX)
082800      ADD 1                   TO WS-FILES-TO-ROLL
082900      .
083000 2510-SELECT-ONE-FILE-EXIT.
083100      EXIT.
083200*
083300*****************************************************
083400* 2700-APPLY-RETENTION - FOR EACH FILE TYPE, COUNT  *
083500* THE GENERATIONS IT WILL HOLD AFTER THIS RUN AND   *
083600* EXPIRE THE OLDEST UNTIL THE COUNT IS WITHIN ITS   *
083700* RETENTION.                                        *
083800*****************************************************
083900 2700-APPLY-RETENTION.
084000*
084100      PERFORM 2710-RETAIN-ONE-TYPE
084200         THRU 2710-RETAIN-ONE-TYPE-EXIT
084300         VARYING WS-FTYP-IDX FROM 1 BY 1
084400         UNTIL WS-FTYP-IDX > 9
084500      .
084600 2700-APPLY-RETENTION-EXIT.
084700      EXIT.
084800*
084900*****************************************************
085000* 2710-RETAIN-ONE-TYPE - COUNT AND TRIM ONE FILE    *
085100* TYPE'S GENERATIONS.                               *
085200*****************************************************
085300 2710-RETAIN-ONE-TYPE.
085400*
085500      MOVE WS-FTYP-NAME (WS-FTYP-IDX)  TO WS-SRCH-FILE-NAME
085600      MOVE 0                  TO WS-HELD-COUNT
085700      PERFORM 2720-COUNT-ONE-GENERATION
085800         THRU 2720-COUNT-ONE-GENERATION-EXIT
085900         VARYING WS-GCAT-SRCH-IDX FROM 1 BY 1
086000         UNTIL WS-GCAT-SRCH-IDX > WS-GCAT-ENTRY-COUNT
086100*
086200      PERFORM 2730-EXPIRE-OLDEST
086300         THRU 2730-EXPIRE-OLDEST-EXIT
086400         UNTIL WS-HELD-COUNT NOT > WS-FTYP-RETAIN (WS-FTYP-IDX)
086500*
086600      MOVE WS-HELD-COUNT      TO WS-FTYP-HELD (WS-FTYP-IDX)
086700      .
086800 2710-RETAIN-ONE-TYPE-EXIT.
086900      EXIT.
087000*
087100*****************************************************
087200* 2720-COUNT-ONE-GENERATION - COUNT ONE CATALOG ROW *
087300* WHEN IT IS A LIVE GENERATION OF THE FILE TYPE.    *
087400*****************************************************
087500 2720-COUNT-ONE-GENERATION.
087600*
087700      IF WS-GCAT-TBL-FILE-NAME (WS-GCAT-SRCH-IDX) =
087800            WS-SRCH-FILE-NAME
087900         AND NOT WS-GCAT-TBL-EXPIRED (WS-GCAT-SRCH-IDX)
088000         ADD 1                TO WS-HELD-COUNT
088100      END-IF
088200      .
088300 2720-COUNT-ONE-GENERATION-EXIT.
088400      EXIT.
088500*
088600*****************************************************
088700* 2730-EXPIRE-OLDEST - MARK THE GENERATION OF THE   *
088800* FILE TYPE WITH THE EARLIEST CYCLE DATE EXPIRED.   *
088900*****************************************************
089000 2730-EXPIRE-OLDEST.
089100*
089200      MOVE 0                  TO WS-OLDEST-IDX
089300      PERFORM 2735-TEST-OLDEST
089400         THRU 2735-TEST-OLDEST-EXIT
089500         VARYING WS-GCAT-SRCH-IDX FROM 1 BY 1
089600         UNTIL WS-GCAT-SRCH-IDX > WS-GCAT-ENTRY-COUNT
089700*
089800      IF WS-OLDEST-IDX = 0
089900         MOVE 0               TO WS-HELD-COUNT
090000         GO TO 2730-EXPIRE-OLDEST-EXIT
090100      END-IF
090200*
090300      SET WS-GCAT-TBL-EXPIRED (WS-OLDEST-IDX) TO TRUE
090400      SUBTRACT 1              FROM WS-HELD-COUNT
090500      ADD 1                   TO WS-FTYP-EXPIRED (WS-FTYP-IDX)
090600      ADD 1                   TO WS-EXPIRED-TOTAL
090700      DISPLAY ' GENERATION ' WS-SRCH-FILE-NAME ' CYCLE '
090800         WS-GCAT-TBL-CYCLE-DATE (WS-OLDEST-IDX)
090900         ' EXPIRED - RETENTION IS '
091000         WS-FTYP-RETAIN (WS-FTYP-IDX) ' GENERATIONS'
091100      .
091200 2730-EXPIRE-OLDEST-EXIT.
091300      EXIT.
091400*
091500*****************************************************
091600* 2735-TEST-OLDEST - KEEP THE EARLIEST-DATED LIVE   *
091700* GENERATION OF THE FILE TYPE SEEN SO FAR.          *
091800*****************************************************
091900 2735-TEST-OLDEST.
092000*
092100      IF WS-GCAT-TBL-FILE-NAME (WS-GCAT-SRCH-IDX) =
092200            WS-SRCH-FILE-NAME
092300         AND NOT WS-GCAT-TBL-EXPIRED (WS-GCAT-SRCH-IDX)
092400         IF WS-OLDEST-IDX = 0
092500            MOVE WS-GCAT-SRCH-IDX   TO WS-OLDEST-IDX
092600         ELSE
092700            IF WS-GCAT-TBL-CYCLE-DATE (WS-GCAT-SRCH-IDX) <
092800                  WS-GCAT-TBL-CYCLE-DATE (WS-OLDEST-IDX)
092900               MOVE WS-GCAT-SRCH-IDX   TO WS-OLDEST-IDX
093000            END-IF
093100         END-IF
093200      END-IF
093300      .
093400 2735-TEST-OLDEST-EXIT.
093500      EXIT.
093600*
093700*****************************************************
093800* 3000-BUILD-STORE - PASS ONE.  CARRY EVERY STORE   *
093900* RECORD OF A GENERATION STILL HELD ONTO THE WORK   *
094000* FILE, THEN APPEND THE NEW GENERATIONS.            *
094100*****************************************************
094200 3000-BUILD-STORE.
094300*
094400      OPEN OUTPUT NEWG-FILE
094500      IF NOT WS-NEWG-STATUS-OK
094600         DISPLAY ' *** NEWGFILE COULD NOT BE OPENED - STATUS: '
094700            WS-NEWG-STATUS ' - RUN ABANDONED ***'
094800         MOVE 12              TO WS-RETURN-CODE
094900         GO TO 3000-BUILD-STORE-EXIT
095000      END-IF
095100*
095200      OPEN INPUT GENS-FILE
095300      EVALUATE TRUE
095400         WHEN WS-GENS-STATUS-OK
095500            PERFORM 3100-CARRY-STORE-RECORD
095600               THRU 3100-CARRY-STORE-RECORD-EXIT
095700               UNTIL WS-GENS-STATUS-EOF
095800            CLOSE GENS-FILE
095900         WHEN WS-GENS-NOT-FOUND
096000            DISPLAY ' NO GENSFILE - THE STORE STARTS WITH '
096100               'THIS CYCLE'
096200         WHEN OTHER
096300            DISPLAY ' *** GENSFILE COULD NOT BE OPENED - STATUS: '
096400               WS-GENS-STATUS ' - RUN ABANDONED ***'
096500            MOVE 12           TO WS-RETURN-CODE
096600      END-EVALUATE
096700*
096800      IF WS-RETURN-CODE < 12
096900         PERFORM 3150-CHECK-GENERATION
097000            THRU 3150-CHECK-GENERATION-EXIT
097100            VARYING WS-GCAT-SRCH-IDX FROM 1 BY 1
097200            UNTIL WS-GCAT-SRCH-IDX > WS-GCAT-ENTRY-COUNT
097300      END-IF
097400*
097500      IF WS-RETURN-CODE < 12
097600         PERFORM 3200-ROLL-ONE-FILE
097700            THRU 3200-ROLL-ONE-FILE-EXIT
097800            VARYING WS-FTYP-IDX FROM 1 BY 1
097900            UNTIL WS-FTYP-IDX > 9
098000               OR WS-RETURN-CODE >= 12
098100      END-IF
098200*
098300      CLOSE NEWG-FILE
098400*    A FAILURE ANYWHERE IN THE BUILD MEANS THE WORK FILE IS
098500*    INCOMPLETE - LEAVE THE STORE, THE CATALOG AND THE LIVE
098600*    FILES EXACTLY AS THEY STAND.
098700      IF WS-RETURN-CODE < 12
098800         SET WS-STORE-BUILT   TO TRUE
098900      ELSE
099000         DISPLAY ' *** BUILD PASS FAILED - GENSFILE, GCATFILE '
099100            'AND THE LIVE FILES LEFT UNCHANGED ***'
099200      END-IF
099300      .
099400 3000-BUILD-STORE-EXIT.
099500      EXIT.
099600*
099700*****************************************************
099800* 3100-CARRY-STORE-RECORD - READ ONE STORE RECORD.  *
099900* ONE OF A GENERATION STILL HELD IS CARRIED BYTE    *
100000* FOR BYTE; ONE OF AN EXPIRED GENERATION IS         *
100100* DROPPED, AS IS ONE WHOSE GENERATION IS NOT ON THE *
100200* CATALOG (LEFT BY A RUN THAT FAILED BEFORE ITS     *
100300* CATALOG WAS SAVED - THE LIVE FILE WAS NOT EMPTIED *
100400* AND IS ROLLED AGAIN).  A GENERATION BEING ROLLED  *
100410* BY THIS RUN IS NOT YET ON THE CATALOG, SO ANY     *
100420* RECORDS ALREADY STORED FOR IT ARE DROPPED TOO.    *
100500*****************************************************
100600 3100-CARRY-STORE-RECORD.
100700*
100800      READ GENS-FILE
100900         AT END
101000            MOVE '10'   TO WS-GENS-STATUS
101100            GO TO 3100-CARRY-STORE-RECORD-EXIT
101200      END-READ
101300      ADD 1                   TO WS-STORE-READ-COUNT
101400*
101500      IF GENS-FILE-NAME NOT = WS-PREV-FILE-NAME
101600         OR GENS-CYCLE-DATE NOT = WS-PREV-CYCLE-DATE
101700         MOVE GENS-FILE-NAME  TO WS-PREV-FILE-NAME
101800                                 WS-SRCH-FILE-NAME
101900         MOVE GENS-CYCLE-DATE TO WS-PREV-CYCLE-DATE
102000                                 WS-SRCH-CYCLE-DATE
102100         PERFORM 2200-FIND-GENERATION
102200            THRU 2200-FIND-GENERATION-EXIT
102300         MOVE WS-GCAT-IDX     TO WS-PREV-GCAT-IDX
102310         IF WS-GCAT-IDX > 0
102320            IF WS-GCAT-TBL-NEW (WS-GCAT-IDX)
102330               MOVE 0         TO WS-PREV-GCAT-IDX
102340            END-IF
102350         END-IF
102400         IF WS-PREV-GCAT-IDX = 0
102500            DISPLAY ' *** GENSFILE HOLDS ' GENS-FILE-NAME
102600               ' CYCLE ' GENS-CYCLE-DATE ' WHICH IS NOT '
102700               'CATALOGUED - DROPPED ***'
102800         END-IF
102900      END-IF
103000*
103100      IF WS-PREV-GCAT-IDX = 0
103200         ADD 1                TO WS-STORE-ORPHAN-COUNT
103300         GO TO 3100-CARRY-STORE-RECORD-EXIT
103400      END-IF
103500*
103600      IF NOT WS-GCAT-TBL-HELD (WS-PREV-GCAT-IDX)
103700         ADD 1                TO WS-STORE-DROPPED-COUNT
103800         GO TO 3100-CARRY-STORE-RECORD-EXIT
103900      END-IF
104000*
104100      MOVE GENS-RECORD        TO NEWG-RECORD
104200      WRITE NEWG-RECORD
104300      IF NOT WS-NEWG-STATUS-OK
104400         DISPLAY ' *** NEWGFILE WRITE FAILED - STATUS: '
104500            WS-NEWG-STATUS ' ***'
104600         MOVE 12              TO WS-RETURN-CODE
104700         MOVE '10'            TO WS-GENS-STATUS
104800         GO TO 3100-CARRY-STORE-RECORD-EXIT
104900      END-IF
105000      ADD 1                   TO WS-STORE-CARRIED-COUNT
105100      ADD 1                   TO WS-STORE-WRITTEN-COUNT
105200      ADD 1
105300         TO WS-GCAT-TBL-STORED (WS-PREV-GCAT-IDX)
105400      .
105500 3100-CARRY-STORE-RECORD-EXIT.
105600      EXIT.
105700*
105800*****************************************************
105900* 3150-CHECK-GENERATION - A HELD GENERATION WHOSE   *
106000* RECORDS ON THE STORE DO NOT MATCH ITS CATALOG     *
106100* COUNT IS REPORTED.  IT IS KEPT AS IT STANDS.      *
106200*****************************************************
106300 3150-CHECK-GENERATION.
106400*
106500      IF WS-GCAT-TBL-HELD (WS-GCAT-SRCH-IDX)
106600         AND WS-GCAT-TBL-STORED (WS-GCAT-SRCH-IDX) NOT =
106700            WS-GCAT-TBL-COUNT (WS-GCAT-SRCH-IDX)
106800         DISPLAY ' *** GENERATION '
106900            WS-GCAT-TBL-FILE-NAME (WS-GCAT-SRCH-IDX) ' CYCLE '
107000            WS-GCAT-TBL-CYCLE-DATE (WS-GCAT-SRCH-IDX)
107100            ' HAS ' WS-GCAT-TBL-STORED (WS-GCAT-SRCH-IDX)
107200            ' RECORDS ON GENSFILE, CATALOG SAYS '
107300            WS-GCAT-TBL-COUNT (WS-GCAT-SRCH-IDX) ' ***'
107400         IF WS-RETURN-CODE < 4
107500            MOVE 4            TO WS-RETURN-CODE
107600         END-IF
107700      END-IF
107800      .
107900 3150-CHECK-GENERATION-EXIT.
108000      EXIT.
108100*
108200*****************************************************
108300* 3200-ROLL-ONE-FILE - COPY ONE LIVE FILE ONTO THE  *
108400* WORK FILE AS A NEW GENERATION STAMPED WITH ITS    *
108500* FILE NAME AND THE CYCLE DATE.                     *
108600*****************************************************
108700 3200-ROLL-ONE-FILE.
108800*
108900      IF NOT WS-FTYP-TO-ROLL (WS-FTYP-IDX)
109000         GO TO 3200-ROLL-ONE-FILE-EXIT
109100      END-IF
109200*
109300      PERFORM 7000-OPEN-LIVE-FILE
109400         THRU 7000-OPEN-LIVE-FILE-EXIT
109500      IF NOT WS-LIVE-STATUS-OK
109600         DISPLAY ' *** ' WS-FTYP-NAME (WS-FTYP-IDX)
109700            ' COULD NOT BE REOPENED - STATUS: ' WS-LIVE-STATUS
109800            ' - RUN ABANDONED ***'
109900         MOVE 12              TO WS-RETURN-CODE
110000         GO TO 3200-ROLL-ONE-FILE-EXIT
110100      END-IF
110200*
110300      MOVE WS-FTYP-GCAT-IDX (WS-FTYP-IDX) TO WS-GCAT-IDX
110400      MOVE 0                  TO WS-LIVE-SEQ
110500      PERFORM 3210-COPY-LIVE-RECORD
110600         THRU 3210-COPY-LIVE-RECORD-EXIT
110700         UNTIL WS-LIVE-STATUS-EOF
110800      PERFORM 7200-CLOSE-LIVE-FILE
110900         THRU 7200-CLOSE-LIVE-FILE-EXIT
111000*
111100      MOVE WS-LIVE-SEQ        TO WS-GCAT-TBL-COUNT (WS-GCAT-IDX)
111200                                 WS-GCAT-TBL-STORED (WS-GCAT-IDX)
111300      .
111400 3200-ROLL-ONE-FILE-EXIT.
111500      EXIT.
111600*
111700*****************************************************
111800* 3210-COPY-LIVE-RECORD - COPY ONE LIVE RECORD ONTO *
111900* THE WORK FILE BEHIND ITS GENERATION STAMP.        *
112000*****************************************************
112100 3210-COPY-LIVE-RECORD.
112200*
112300      PERFORM 7100-READ-LIVE-FILE
112400         THRU 7100-READ-LIVE-FILE-EXIT
112500      IF WS-LIVE-STATUS-EOF
112600         GO TO 3210-COPY-LIVE-RECORD-EXIT
112700      END-IF
112800      IF NOT WS-LIVE-STATUS-OK
112900         DISPLAY ' *** ' WS-FTYP-NAME (WS-FTYP-IDX)
113000            ' READ FAILED - STATUS: ' WS-LIVE-STATUS
113100            ' - RUN ABANDONED ***'
113200         MOVE 12              TO WS-RETURN-CODE
113300         MOVE '10'            TO WS-LIVE-STATUS
113400         GO TO 3210-COPY-LIVE-RECORD-EXIT
113500      END-IF
113600*
113700      ADD 1                   TO WS-LIVE-SEQ
113800      MOVE SPACES             TO WS-GENS-ENTRY
113900      MOVE WS-FTYP-NAME (WS-FTYP-IDX)  TO WS-GENS-FILE-NAME
114000      MOVE WS-LAST-CYCLE-DATE TO WS-GENS-CYCLE-DATE
114100      MOVE WS-LIVE-SEQ        TO WS-GENS-RECORD-SEQ
114200      MOVE WS-LIVE-RECORD     TO WS-GENS-DATA
114300      MOVE WS-GENS-ENTRY      TO NEWG-RECORD
114400      WRITE NEWG-RECORD
114500      IF NOT WS-NEWG-STATUS-OK
114600         DISPLAY ' *** NEWGFILE WRITE FAILED - STATUS: '
114700            WS-NEWG-STATUS ' ***'
114800         MOVE 12              TO WS-RETURN-CODE
114900         MOVE '10'            TO WS-LIVE-STATUS
115000         GO TO 3210-COPY-LIVE-RECORD-EXIT
115100      END-IF
115200      ADD 1                   TO WS-STORE-NEW-COUNT
115300      ADD 1                   TO WS-STORE-WRITTEN-COUNT
115400      .
115500 3210-COPY-LIVE-RECORD-EXIT.
115600      EXIT.
115700*
115800*****************************************************
115900* 4000-REPLACE-STORE - PASS TWO.  COPY THE WORK     *
116000* FILE BACK OVER GENSFILE.                          *
116100*****************************************************
116200 4000-REPLACE-STORE.
116300*
116400      OPEN INPUT NEWG-FILE
116500      IF NOT WS-NEWG-STATUS-OK
116600         DISPLAY ' *** NEWGFILE COULD NOT BE REOPENED - STATUS: '
116700            WS-NEWG-STATUS ' - GENSFILE LEFT UNCHANGED ***'
116800         MOVE 12              TO WS-RETURN-CODE
116900         GO TO 4000-REPLACE-STORE-EXIT
117000      END-IF
117100*
117200      OPEN OUTPUT GENS-FILE
117300      IF NOT WS-GENS-STATUS-OK
117400         DISPLAY ' *** GENSFILE COULD NOT BE REOPENED FOR '
117500            'REWRITE - STATUS: ' WS-GENS-STATUS ' ***'
117600         MOVE 12              TO WS-RETURN-CODE
117700         CLOSE NEWG-FILE
117800         GO TO 4000-REPLACE-STORE-EXIT
117900      END-IF
118000*
118100      PERFORM 4100-COPY-BACK-RECORD
118200         THRU 4100-COPY-BACK-RECORD-EXIT
118300         UNTIL WS-NEWG-STATUS-EOF
118400*
118500      CLOSE NEWG-FILE
118600      CLOSE GENS-FILE
118700*
118800      IF WS-STORE-COPIED-COUNT NOT = WS-STORE-WRITTEN-COUNT
118900         DISPLAY ' *** COPY-BACK COUNT ' WS-STORE-COPIED-COUNT
119000            ' DOES NOT MATCH WORK FILE COUNT '
119100            WS-STORE-WRITTEN-COUNT ' ***'
119200         MOVE 12              TO WS-RETURN-CODE
119300      END-IF
119400*
119500*    A STORE THAT DID NOT COPY BACK IN FULL IS NOT CATALOGUED
119600*    AND THE LIVE FILES ARE NOT EMPTIED - NEWGFILE STILL HOLDS
119700*    THE COMPLETE STORE FOR RECOVERY.
119800      IF WS-RETURN-CODE < 12
119900         SET WS-STORE-REPLACED   TO TRUE
120000      ELSE
120100         DISPLAY ' *** GENSFILE REWRITE FAILED - RESTORE IT FROM '
120200            'NEWGFILE; GCATFILE AND THE LIVE FILES LEFT '
120300            'UNCHANGED ***'
120400      END-IF
120500      .
120600 4000-REPLACE-STORE-EXIT.
120700      EXIT.
120800*
120900*****************************************************
121000* 4100-COPY-BACK-RECORD - COPY ONE WORK-FILE RECORD *
121100* BACK TO GENSFILE.                                 *
121200*****************************************************
121300 4100-COPY-BACK-RECORD.
121400*
121500      READ NEWG-FILE
121600         AT END
121700            MOVE '10'   TO WS-NEWG-STATUS
121800         NOT AT END
121900            MOVE NEWG-RECORD  TO GENS-RECORD
122000            WRITE GENS-RECORD
122100            IF NOT WS-GENS-STATUS-OK
122200               DISPLAY ' *** GENSFILE REWRITE FAILED - '
122300                  'STATUS: ' WS-GENS-STATUS ' ***'
122400               MOVE 12        TO WS-RETURN-CODE
122500               MOVE '10'      TO WS-NEWG-STATUS
122600            ELSE
122700               ADD 1          TO WS-STORE-COPIED-COUNT
122800            END-IF
122900      END-READ
123000      .
123100 4100-COPY-BACK-RECORD-EXIT.
123200      EXIT.
123300*
123400*****************************************************
123500* 5000-SAVE-CATALOG - REWRITE GCATFILE WITH EVERY   *
123600* GENERATION NOW HELD - THE OLD ONES STILL INSIDE   *
123700* RETENTION AND THE NEW ONES.                       *
123800*****************************************************
123900 5000-SAVE-CATALOG.
124000*
124100      OPEN OUTPUT GCAT-FILE
124200      IF NOT WS-GCAT-STATUS-OK
124300         DISPLAY ' *** GCATFILE COULD NOT BE OPENED - STATUS: '
124400            WS-GCAT-STATUS ' - LIVE FILES NOT EMPTIED ***'
124500         MOVE 12              TO WS-RETURN-CODE
124600         GO TO 5000-SAVE-CATALOG-EXIT
124700      END-IF
124800*
124900      PERFORM 5100-WRITE-CATALOG-RECORD
125000         THRU 5100-WRITE-CATALOG-RECORD-EXIT
125100         VARYING WS-GCAT-SRCH-IDX FROM 1 BY 1
125200         UNTIL WS-GCAT-SRCH-IDX > WS-GCAT-ENTRY-COUNT
125300      CLOSE GCAT-FILE
125400*
125500*    THE EVER-GROWING FILES ARE ONLY EMPTIED ONCE THEIR NEW
125600*    GENERATIONS ARE SAFELY ON THE CATALOG.
125700      IF WS-RETURN-CODE < 12
125800         SET WS-CATALOG-SAVED    TO TRUE
125900      ELSE
126000         DISPLAY ' *** GCATFILE INCOMPLETE - LIVE FILES NOT '
126100            'EMPTIED ***'
126200      END-IF
126300      .
126400 5000-SAVE-CATALOG-EXIT.
126500      EXIT.
126600*
126700*****************************************************
126800* 5100-WRITE-CATALOG-RECORD - WRITE ONE CATALOG     *
126900* ROW UNLESS ITS GENERATION HAS EXPIRED.            *
127000*****************************************************
127100 5100-WRITE-CATALOG-RECORD.
127200*
127300      IF WS-GCAT-TBL-EXPIRED (WS-GCAT-SRCH-IDX)
127400         GO TO 5100-WRITE-CATALOG-RECORD-EXIT
127500      END-IF
127600*
127700      MOVE SPACES             TO GCAT-RECORD
127800      MOVE WS-GCAT-TBL-FILE-NAME (WS-GCAT-SRCH-IDX)
127900         TO GCAT-FILE-NAME
128000      MOVE WS-GCAT-TBL-CYCLE-DATE (WS-GCAT-SRCH-IDX)
128100         TO GCAT-CYCLE-DATE
128200      MOVE WS-GCAT-TBL-COUNT (WS-GCAT-SRCH-IDX)
128300         TO GCAT-RECORD-COUNT
128400      MOVE WS-GCAT-TBL-ROLL-DATE (WS-GCAT-SRCH-IDX)
128500         TO GCAT-ROLL-DATE
128600      MOVE WS-GCAT-TBL-ROLL-TIME (WS-GCAT-SRCH-IDX)
128700         TO GCAT-ROLL-TIME
128800      MOVE WS-GCAT-TBL-RESET-FLAG (WS-GCAT-SRCH-IDX)
128900         TO GCAT-RESET-FLAG
129000      WRITE GCAT-RECORD
129100      IF NOT WS-GCAT-STATUS-OK
129200         DISPLAY ' *** GCATFILE WRITE FAILED - STATUS: '
129300            WS-GCAT-STATUS ' ***'
129400         MOVE 12              TO WS-RETURN-CODE
129500      END-IF
129600      .
129700 5100-WRITE-CATALOG-RECORD-EXIT.
129800      EXIT.
129900*
130000*****************************************************
130100* 6000-RESET-GROWING-FILES - EMPTY EACH EVER-       *
130200* GROWING FILE ROLLED THIS RUN.                     *
130300*****************************************************
130400 6000-RESET-GROWING-FILES.
130500*
130600      PERFORM 6100-RESET-ONE-FILE
130700         THRU 6100-RESET-ONE-FILE-EXIT
130800         VARYING WS-FTYP-IDX FROM 1 BY 1
130900         UNTIL WS-FTYP-IDX > 9
131000      .
131100 6000-RESET-GROWING-FILES-EXIT.
131200      EXIT.
131300*
131400*****************************************************
131500* 6100-RESET-ONE-FILE - REOPEN ONE ROLLED, EVER-    *
131600* GROWING FILE OUTPUT AND CLOSE IT EMPTY.  A FILE   *
131700* THAT CANNOT BE EMPTIED STILL HOLDS THE RECORDS    *
131800* JUST ROLLED, AND WOULD CARRY THEM INTO THE NEXT   *
131900* CYCLE'S GENERATION, SO THE RUN ENDS SEVERE.       *
132000*****************************************************
132100 6100-RESET-ONE-FILE.
132200*
132300      IF NOT WS-FTYP-TO-ROLL (WS-FTYP-IDX)
132400         OR NOT WS-FTYP-GROWS (WS-FTYP-IDX)
132500         GO TO 6100-RESET-ONE-FILE-EXIT
132600      END-IF
132700*
132800      PERFORM 7300-EMPTY-LIVE-FILE
132900         THRU 7300-EMPTY-LIVE-FILE-EXIT
133000      IF WS-LIVE-STATUS-OK
133100         PERFORM 7200-CLOSE-LIVE-FILE
133200            THRU 7200-CLOSE-LIVE-FILE-EXIT
133300         SET WS-FTYP-WAS-RESET (WS-FTYP-IDX) TO TRUE
133400      ELSE
133500         DISPLAY ' *** ' WS-FTYP-NAME (WS-FTYP-IDX)
133600            ' COULD NOT BE EMPTIED - STATUS: ' WS-LIVE-STATUS
133700            ' - EMPTY IT BEFORE THE NEXT CYCLE ***'
133800         MOVE 12              TO WS-RETURN-CODE
133900      END-IF
134000      .
134100 6100-RESET-ONE-FILE-EXIT.
134200      EXIT.
134300*
134400*****************************************************
134500* 7000-OPEN-LIVE-FILE - OPEN THE LIVE FILE OF FILE  *
134600* TYPE WS-FTYP-IDX FOR INPUT.                       *
134700*****************************************************
134800 7000-OPEN-LIVE-FILE.
134900*
135000      EVALUATE WS-FTYP-IDX
135100         WHEN 1
135200            OPEN INPUT VAR-FILE
135300         WHEN 2
135400            OPEN INPUT SIGN-FILE
135500         WHEN 3
135600            OPEN INPUT SLA-FILE
135700         WHEN 4
135800            OPEN INPUT EXCP-FILE
135900         WHEN 5
136000            OPEN INPUT IMPC-FILE
136100         WHEN 6
136200            OPEN INPUT FCST-FILE
136300         WHEN 7
136400            OPEN INPUT RPT-FILE
136500         WHEN 8
136600            OPEN INPUT AUDT-FILE
136700         WHEN 9
136800            OPEN INPUT CDSP-FILE
136900      END-EVALUATE
137000      .
137100 7000-OPEN-LIVE-FILE-EXIT.
137200      EXIT.
137300*
137400*****************************************************
137500* 7100-READ-LIVE-FILE - READ THE NEXT RECORD OF THE *
137600* OPEN LIVE FILE INTO WS-LIVE-RECORD.               *
137700*****************************************************
137800 7100-READ-LIVE-FILE.
137900*
138000      MOVE SPACES             TO WS-LIVE-RECORD
138100      EVALUATE WS-FTYP-IDX
138200         WHEN 1
138300            READ VAR-FILE INTO WS-LIVE-RECORD
138400               AT END
138500                  MOVE '10'   TO WS-LIVE-STATUS
138600            END-READ
138700         WHEN 2
138800            READ SIGN-FILE INTO WS-LIVE-RECORD
138900               AT END
139000                  MOVE '10'   TO WS-LIVE-STATUS
139100            END-READ
139200         WHEN 3
139300            READ SLA-FILE INTO WS-LIVE-RECORD
139400               AT END
139500                  MOVE '10'   TO WS-LIVE-STATUS
139600            END-READ
139700         WHEN 4
139800            READ EXCP-FILE INTO WS-LIVE-RECORD
139900               AT END
140000                  MOVE '10'   TO WS-LIVE-STATUS
140100            END-READ
140200         WHEN 5
140300            READ IMPC-FILE INTO WS-LIVE-RECORD
140400               AT END
140500                  MOVE '10'   TO WS-LIVE-STATUS
140600            END-READ
140700         WHEN 6
140800            READ FCST-FILE INTO WS-LIVE-RECORD
140900               AT END
141000                  MOVE '10'   TO WS-LIVE-STATUS
141100            END-READ
141200         WHEN 7
141300            READ RPT-FILE INTO WS-LIVE-RECORD
141400               AT END
141500                  MOVE '10'   TO WS-LIVE-STATUS
141600            END-READ
141700         WHEN 8
141800            READ AUDT-FILE INTO WS-LIVE-RECORD
141900               AT END
142000                  MOVE '10'   TO WS-LIVE-STATUS
142100            END-READ
142200         WHEN 9
142300            READ CDSP-FILE INTO WS-LIVE-RECORD
142400               AT END
142500                  MOVE '10'   TO WS-LIVE-STATUS
142600            END-READ
142700      END-EVALUATE
142800      .
142900 7100-READ-LIVE-FILE-EXIT.
143000      EXIT.
143100*
143200*****************************************************
143300* 7200-CLOSE-LIVE-FILE - CLOSE THE LIVE FILE OF     *
143400* FILE TYPE WS-FTYP-IDX.                            *
143500*****************************************************
143600 7200-CLOSE-LIVE-FILE.
143700*
143800      EVALUATE WS-FTYP-IDX
143900         WHEN 1
144000            CLOSE VAR-FILE
144100         WHEN 2
144200            CLOSE SIGN-FILE
144300         WHEN 3
144400            CLOSE SLA-FILE
144500         WHEN 4
144600            CLOSE EXCP-FILE
144700         WHEN 5
144800            CLOSE IMPC-FILE
144900         WHEN 6
145000            CLOSE FCST-FILE
145100         WHEN 7
145200            CLOSE RPT-FILE
145300         WHEN 8
145400            CLOSE AUDT-FILE
145500         WHEN 9
145600            CLOSE CDSP-FILE
145700      END-EVALUATE
145800      .
145900 7200-CLOSE-LIVE-FILE-EXIT.
146000      EXIT.
146100*
146200*****************************************************
146300* 7300-EMPTY-LIVE-FILE - OPEN THE LIVE FILE OF FILE *
146400* TYPE WS-FTYP-IDX OUTPUT, WHICH EMPTIES IT.  ONLY  *
146500* THE EVER-GROWING FILES ARE EVER EMPTIED.          *
146600*****************************************************
146700 7300-EMPTY-LIVE-FILE.
146800*
146900      EVALUATE WS-FTYP-IDX
147000         WHEN 7
147100            OPEN OUTPUT RPT-FILE
147200         WHEN 8
147300            OPEN OUTPUT AUDT-FILE
147400         WHEN 9
147500            OPEN OUTPUT CDSP-FILE
147600         WHEN OTHER
147700            MOVE '99'         TO WS-LIVE-STATUS
147800      END-EVALUATE
147900      .
148000 7300-EMPTY-LIVE-FILE-EXIT.
148100      EXIT.
148200*
148300*****************************************************
148400* 9000-TERMINATE - DISPLAY WHAT WAS DONE WITH EACH  *
148500* FILE TYPE AND THE STORE TOTALS.                   *
148600*****************************************************
148700 9000-TERMINATE.
148800*
148900      DISPLAY ' '
149000      DISPLAY ' ROLLOVER OF CYCLE ' WS-LAST-CYCLE-DATE
149100      PERFORM 9100-DISPLAY-FILE-TYPE
149200         THRU 9100-DISPLAY-FILE-TYPE-EXIT
149300         VARYING WS-FTYP-IDX FROM 1 BY 1
149400         UNTIL WS-FTYP-IDX > 9
149500*
149600      DISPLAY ' '
149700      DISPLAY ' STORE RECORDS READ        : ' WS-STORE-READ-COUNT
149800      DISPLAY ' STORE RECORDS CARRIED     : '
149900         WS-STORE-CARRIED-COUNT
150000      DISPLAY ' STORE RECORDS EXPIRED     : '
150100         WS-STORE-DROPPED-COUNT
150200      DISPLAY ' STORE RECORDS UNCATALOGUED: '
150250         WS-STORE-ORPHAN-COUNT
150300      DISPLAY ' NEW GENERATION RECORDS    : ' WS-STORE-NEW-COUNT
150400      DISPLAY ' STORE RECORDS WRITTEN     : '
150450         WS-STORE-COPIED-COUNT
150500      DISPLAY ' '
150600      DISPLAY 'END OF PROGRAM : ' WS-PROGRAM
150700      .
150800 9000-TERMINATE-EXIT.
150900      EXIT.
151000*
151100*****************************************************
151200* 9100-DISPLAY-FILE-TYPE - ONE SUMMARY LINE FOR ONE *
151300* FILE TYPE.  A GENERATION IS ONLY REPORTED ROLLED  *
151400* ONCE THE CATALOG HOLDING IT HAS BEEN SAVED.       *
151500*****************************************************
151600 9100-DISPLAY-FILE-TYPE.
151700*
151800      MOVE WS-FTYP-NAME (WS-FTYP-IDX)    TO WS-SUM-FILE-NAME
151900      MOVE 0                             TO WS-SUM-RECORDS
152000      MOVE WS-FTYP-GCAT-IDX (WS-FTYP-IDX) TO WS-GCAT-IDX
152100      IF WS-GCAT-IDX > 0
152200         MOVE WS-GCAT-TBL-COUNT (WS-GCAT-IDX) TO WS-SUM-RECORDS
152300      END-IF
152400*
152500      EVALUATE TRUE
152600         WHEN WS-FTYP-ALREADY-ROLLED (WS-FTYP-IDX)
152700            MOVE 'ALREADY ROLLED'       TO WS-SUM-ACTION
152800         WHEN WS-FTYP-NOT-PRESENT (WS-FTYP-IDX)
152900            MOVE 'NOT PRESENT - NOT ROLLED' TO WS-SUM-ACTION
153000         WHEN WS-FTYP-TO-ROLL (WS-FTYP-IDX)
153100            AND NOT WS-CATALOG-SAVED
153200            MOVE 'NOT ROLLED - RUN FAILED' TO WS-SUM-ACTION
153300         WHEN WS-FTYP-WAS-RESET (WS-FTYP-IDX)
153400            MOVE 'ROLLED AND EMPTIED'   TO WS-SUM-ACTION
153500         WHEN WS-FTYP-TO-ROLL (WS-FTYP-IDX)
153600            AND WS-FTYP-GROWS (WS-FTYP-IDX)
153700            MOVE 'ROLLED - NOT EMPTIED' TO WS-SUM-ACTION
153800         WHEN WS-FTYP-TO-ROLL (WS-FTYP-IDX)
153900            MOVE 'ROLLED'               TO WS-SUM-ACTION
154000         WHEN OTHER
154100            MOVE 'NOT ROLLED'           TO WS-SUM-ACTION
154200      END-EVALUATE
154300*
154400      MOVE WS-FTYP-HELD (WS-FTYP-IDX)    TO WS-SUM-HELD
154500      MOVE WS-FTYP-EXPIRED (WS-FTYP-IDX) TO WS-SUM-EXPIRED
154600      MOVE WS-FTYP-RETAIN (WS-FTYP-IDX)  TO WS-SUM-RETAIN
154700      DISPLAY WS-SUMMARY-LINE
154800      .
154900 9100-DISPLAY-FILE-TYPE-EXIT.
155000      EXIT.
