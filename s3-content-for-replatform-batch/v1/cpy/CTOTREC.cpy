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
001700******************************************************************
001800*    COPYBOOK  :  CTOTREC                                       *
001900*    PURPOSE   :  CONTROL-TOTALS RECORD - ONE PER SHARED BATCH   *
002000*                 FILE (HISTFILE, EVNTFILE, CHKPFILE, PLANFILE), *
002100*                 HELD TOGETHER ON CTOTFILE AND KEPT UP TO DATE  *
002200*                 BY EVERY PROGRAM THAT APPENDS TO OR REWRITES   *
002300*                 THE FILE.  CBLCTVER RECOMPUTES THE TOTALS FROM *
002400*                 THE FILES THEMSELVES AND REPORTS ANY FILE THAT *
002500*                 NO LONGER AGREES WITH ITS CONTROL RECORD.      *
002600*                 HASH TOTALS BY FILE -                          *
002700*                   HISTFILE  RC = HIST-RETURN-CODE              *
002800*                             SECONDS = HIST-ELAPSED-SECONDS     *
002900*                   EVNTFILE  RC = EVNT-RETURN-CODE              *
003000*                             SECONDS = EVNT-SEQ-NUMBER          *
003100*                   CHKPFILE  RC = CHKP-STEP-NUMBER OF EVERY     *
003200*                             COMPLETED STEP                     *
003300*                             SECONDS = CHKP-RUN-DATE            *
003400*                   PLANFILE  RC = PLAN-EXPECTED-RC              *
003500*                             SECONDS = PLAN-SEQUENCE            *
003600*                 A FIELD THAT IS NOT NUMERIC ADDS ZERO.  THE    *
003700*                 LAST-WRITTEN STAMP IS THE DATE, TIME AND       *
003800*                 PROGRAM OF THE MOST RECENT UPDATE.             *
003900*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
004000*-----------------------------------------------------------------
004100*    MODIFICATION HISTORY                                        *
004200*    DATE       BY       DESCRIPTION                             *
004300*    --------   -------  ------------------------------------    *
004400*    2026-10-15  RLB     INITIAL VERSION.                        *
004500******************************************************************
004600 01  CTOT-RECORD.
004700     05  CTOT-FILE-NAME              PIC X(08).
004800     05  CTOT-RECORD-COUNT           PIC 9(09).
004900     05  CTOT-HASH-RC                PIC 9(11).
005000     05  CTOT-HASH-SECONDS           PIC 9(13).
005100     05  CTOT-LAST-DATE              PIC 9(06).
005200     05  CTOT-LAST-TIME              PIC 9(08).
005300     05  CTOT-LAST-PROGRAM           PIC X(08).
005400     05  FILLER                      PIC X(17).
