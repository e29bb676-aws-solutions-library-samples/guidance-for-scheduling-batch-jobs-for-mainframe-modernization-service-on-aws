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
001800*    COPYBOOK  :  HXCTREC                                       *
001900*    PURPOSE   :  HISTORY-EXTRACT CONTROL RECORD - THE           *
002000*                 HIGH-WATER MARK OF THE NIGHTLY HISTFILE        *
002100*                 EXTRACT (CBLHEXTR), HELD AS THE ONLY RECORD ON *
002200*                 HXCTFILE.  THE MARK IS THE KEY OF THE LAST     *
002300*                 HISTFILE RECORD EXPORTED (JOB-ID, RUN DATE,    *
002400*                 RUN TIME); THE NEXT EXTRACT EXPORTS ONLY THE   *
002500*                 RECORDS AFTER IT, SO A RERUN NEVER REPEATS A   *
002600*                 ROW.  THE MARK IS ONLY ADVANCED ONCE THE       *
002700*                 EXTRACT FILE HAS BEEN WRITTEN AND CLOSED.  THE *
002800*                 REST OF THE RECORD DESCRIBES THE LAST EXTRACT  *
002900*                 FOR THE OPERATOR AND FOR THE LOADING SIDE.     *
003000*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
003100*-----------------------------------------------------------------
003200*    MODIFICATION HISTORY                                        *
003300*    DATE       BY       DESCRIPTION                             *
003400*    --------   -------  ------------------------------------    *
003500*    2026-10-15  RLB     INITIAL VERSION.                        *
003600******************************************************************
003700 01  HXCT-RECORD.
003800     05  HXCT-MARK-KEY.
003900         10  HXCT-MARK-JOB-ID        PIC X(08).
004000         10  HXCT-MARK-RUN-DATE      PIC 9(06).
004100         10  HXCT-MARK-RUN-TIME      PIC 9(08).
004200     05  HXCT-LAST-EXTRACT-DATE      PIC 9(06).
004300     05  HXCT-LAST-EXTRACT-TIME      PIC 9(08).
004400     05  HXCT-LAST-ROW-COUNT         PIC 9(07).
004500     05  HXCT-TOTAL-ROW-COUNT        PIC 9(09).
004600     05  HXCT-HIST-RECORD-COUNT      PIC 9(09).
004700     05  FILLER                      PIC X(19).
