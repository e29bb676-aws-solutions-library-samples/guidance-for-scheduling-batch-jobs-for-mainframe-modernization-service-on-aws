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
001800*    COPYBOOK  :  INCDREC                                       *
001900*    PURPOSE   :  KEYED INCIDENT RECORD - ONE PER JOB PER CYCLE  *
002000*                 WHOSE FINAL ATTEMPT ENDED AT OR ABOVE THE      *
002100*                 ERROR BAND (RC 08).  INCD-KEY (JOB-ID /        *
002200*                 CYCLE-DATE) IS THE PRIME KEY OF THE INDEXED    *
002300*                 INCDVSAM MASTER, SO A CYCLE'S FAILURE IS NEVER *
002400*                 OPENED TWICE.  OPENED BY CBLINCDT FROM         *
002500*                 HISTFILE WITH THE FAILING RUN AND THE NUMBER   *
002600*                 OF DOWNSTREAM JOBS IT BLOCKED, THEN ASSIGNED,  *
002700*                 ANNOTATED AND CLOSED BY THE SAME PROGRAM FROM  *
002800*                 THE INCTFILE TRANSACTIONS.  READ BY CBLINCRP   *
002900*                 FOR THE AGEING, MTTR AND CHRONIC-OFFENDER      *
003000*                 REPORTS.                                       *
003100*                 STATES -                                       *
003200*                   O  OPEN - NOBODY ASSIGNED YET                *
003300*                   A  ASSIGNED AND BEING WORKED                 *
003400*                   C  CLOSED WITH A RESOLUTION CODE             *
003500*                 RESOLVE-MINUTES RUNS FROM THE END OF THE       *
003600*                 FAILING RUN TO THE CLOSE.                      *
003700*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
003800*-----------------------------------------------------------------
003900*    MODIFICATION HISTORY                                        *
004000*    DATE       BY       DESCRIPTION                             *
004100*    --------   -------  ------------------------------------    *
004200*    2026-10-15  RLB     INITIAL VERSION.                        *
004300******************************************************************
004400 01  INCD-RECORD.
004500     05  INCD-KEY.
004600         10  INCD-JOB-ID             PIC X(08).
004700         10  INCD-CYCLE-DATE         PIC 9(06).
004800     05  INCD-STATE                  PIC X(01).
004900         88  INCD-STATE-OPEN            VALUE 'O'.
005000         88  INCD-STATE-ASSIGNED        VALUE 'A'.
005100         88  INCD-STATE-CLOSED          VALUE 'C'.
005200     05  INCD-FAIL-PROGRAM           PIC X(08).
005300     05  INCD-FAIL-RUN-TIME          PIC 9(08).
005400     05  INCD-FAIL-END-TIME          PIC 9(08).
005500     05  INCD-FAIL-RC                PIC 9(02).
005600     05  INCD-FAIL-ATTEMPT           PIC 9(02).
005700     05  INCD-IMPACT-COUNT           PIC 9(04).
005800     05  INCD-OPEN-DATE              PIC 9(06).
005900     05  INCD-OPEN-TIME              PIC 9(08).
006000     05  INCD-ASSIGNEE               PIC X(16).
006100     05  INCD-ASSIGN-DATE            PIC 9(06).
006200     05  INCD-ASSIGN-TIME            PIC 9(08).
006300     05  INCD-NOTE-COUNT             PIC 9(03).
006400     05  INCD-LAST-NOTE              PIC X(60).
006500     05  INCD-RESOLUTION-CODE        PIC X(04).
006600     05  INCD-CLOSED-BY              PIC X(08).
006700     05  INCD-CLOSE-DATE             PIC 9(06).
006800     05  INCD-CLOSE-TIME             PIC 9(08).
006900     05  INCD-RESOLVE-MINUTES        PIC 9(07).
007000     05  FILLER                      PIC X(13).
