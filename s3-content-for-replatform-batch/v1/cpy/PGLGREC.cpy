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
001800*    COPYBOOK  :  PGLGREC                                       *
001900*    PURPOSE   :  NOTIFICATION REGISTER - ONE ENTRY PER          *
002000*                 CONDITION CBLNOTFY HAS PAGED.  THE KEY (TYPE,  *
002100*                 JOB-ID, REF) IDENTIFIES THE CONDITION SO IT IS *
002200*                 NEVER PAGED TWICE.  REWRITTEN WHOLE BY EVERY   *
002300*                 CBLNOTFY RUN AND READ BY CBLNTLOG FOR THE      *
002400*                 END-OF-NIGHT PAGE LOG.  THE FIRST RECORD IS A  *
002500*                 CONTROL ROW (TYPE CTL) WHOSE PGLG-PAGE-ID IS   *
002600*                 THE LAST PAGE-ID ISSUED.                       *
002700*                 CONDITION TYPES -                              *
002800*                   EVT  EVNTFILE EVENT WITH STATUS E OR S       *
002900*                   UNA  EVENT UNACKNOWLEDGED PAST THE AGE LIMIT *
003000*                   SLA  SLAFILE DEADLINE BREACH                 *
003100*                   LCK  LOCKFILE HEARTBEAT STALE                *
003200*                   CYC  CYCLFILE CYCLE MARKED FAILED            *
003300*                   CTL  CONTROL ROW - NOT A CONDITION           *
003400*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
003500*-----------------------------------------------------------------
003600*    MODIFICATION HISTORY                                        *
003700*    DATE       BY       DESCRIPTION                             *
003800*    --------   -------  ------------------------------------    *
003900*    2026-10-15  RLB     INITIAL VERSION.                        *
004000******************************************************************
004100 01  PGLG-RECORD.
004200     05  PGLG-KEY.
004300         10  PGLG-COND-TYPE          PIC X(03).
004400             88  PGLG-COND-EVENT        VALUE 'EVT'.
004500             88  PGLG-COND-UNACKED      VALUE 'UNA'.
004600             88  PGLG-COND-SLA          VALUE 'SLA'.
004700             88  PGLG-COND-LOCK         VALUE 'LCK'.
004800             88  PGLG-COND-CYCLE        VALUE 'CYC'.
004900             88  PGLG-CONTROL-ROW       VALUE 'CTL'.
005000         10  PGLG-JOB-ID             PIC X(08).
005100         10  PGLG-COND-REF           PIC X(14).
005200     05  PGLG-STATE                  PIC X(01).
005300         88  PGLG-STATE-SENT            VALUE 'S'.
005400         88  PGLG-STATE-ESCALATED       VALUE 'E'.
005500         88  PGLG-STATE-ACKED           VALUE 'A'.
005600     05  PGLG-PAGE-ID                PIC 9(06).
005700     05  PGLG-ESC-PAGE-ID            PIC 9(06).
005800     05  PGLG-PRIMARY-CONTACT        PIC X(16).
005900     05  PGLG-SECONDARY-CONTACT      PIC X(16).
006000     05  PGLG-ESCALATE-MINUTES       PIC 9(03).
006100     05  PGLG-SENT-DATE              PIC 9(06).
006200     05  PGLG-SENT-TIME              PIC 9(08).
006300     05  PGLG-ESC-DATE               PIC 9(06).
006400     05  PGLG-ESC-TIME               PIC 9(08).
006500     05  PGLG-ACK-DATE               PIC 9(06).
006600     05  PGLG-ACK-TIME               PIC 9(08).
006700     05  PGLG-ACK-BY                 PIC X(16).
006800     05  PGLG-TEXT                   PIC X(40).
006900     05  FILLER                      PIC X(09).
