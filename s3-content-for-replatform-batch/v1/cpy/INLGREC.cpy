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
001800*    COPYBOOK  :  INLGREC                                       *
001900*    PURPOSE   :  INCIDENT ACTIVITY LOG - ONE RECORD PER         *
002000*                 INCIDENT OPENED BY CBLINCDT AND PER ASSIGN,    *
002100*                 ANNOTATE OR CLOSE IT APPLIES, WITH THE         *
002200*                 OPERATOR AND WHEN IT WAS APPLIED.  EVERY NOTE  *
002300*                 EVER KEYED IS HERE; THE INCIDENT RECORD ITSELF *
002400*                 KEEPS ONLY THE LATEST.  THE LOG IS APPENDED    *
002500*                 TO, NEVER REWRITTEN.                           *
002600*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
002700*-----------------------------------------------------------------
002800*    MODIFICATION HISTORY                                        *
002900*    DATE       BY       DESCRIPTION                             *
003000*    --------   -------  ------------------------------------    *
003100*    2026-10-15  RLB     INITIAL VERSION.                        *
003200******************************************************************
003300 01  INLG-RECORD.
003400     05  INLG-DATE                   PIC 9(06).
003500     05  INLG-TIME                   PIC 9(08).
003600     05  INLG-OPERATOR-ID            PIC X(08).
003700     05  INLG-ACTION                 PIC X(01).
003800         88  INLG-ACTION-OPEN           VALUE 'O'.
003900         88  INLG-ACTION-ASSIGN         VALUE 'A'.
004000         88  INLG-ACTION-ANNOTATE       VALUE 'N'.
004100         88  INLG-ACTION-CLOSE          VALUE 'C'.
004200     05  INLG-JOB-ID                 PIC X(08).
004300     05  INLG-CYCLE-DATE             PIC 9(06).
004400     05  INLG-ASSIGNEE               PIC X(16).
004500     05  INLG-RESOLUTION-CODE        PIC X(04).
004600     05  INLG-TEXT                   PIC X(60).
004700     05  FILLER                      PIC X(03).
