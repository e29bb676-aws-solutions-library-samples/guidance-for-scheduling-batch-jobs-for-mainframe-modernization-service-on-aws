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
001800*    COPYBOOK  :  JMNTREC                                       *
001900*    PURPOSE   :  JOB-MASTER MAINTENANCE TRANSACTION - ONE ADD,  *
002000*                 CHANGE OR DELETE AGAINST EITHER THE JOB-       *
002100*                 PROFILE FILE (JOBFILE, JOBPREC) OR THE STEP-   *
002200*                 DEFINITION FILE (STEPFILE, STEPREC), APPLIED   *
002300*                 BY CBLJMANT.  AN ADD OR CHANGE CARRIES THE     *
002400*                 COMPLETE NEW RECORD IMAGE IN ITS MASTER'S OWN  *
002500*                 LAYOUT; A DELETE NEEDS ONLY THE JOB-ID.        *
002600*                 TRANSACTIONS ARE APPLIED IN FILE ORDER, SO A   *
002700*                 JOB ADDED EARLIER IN THE SAME RUN CAN BE NAMED *
002800*                 AS A PREREQUISITE OR GIVEN STEPS LATER ON.     *
002900*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
003000*-----------------------------------------------------------------
003100*    MODIFICATION HISTORY                                        *
003200*    DATE       BY       DESCRIPTION                             *
003300*    --------   -------  ------------------------------------    *
003400*    2026-10-15  RLB     INITIAL VERSION.                        *
003500******************************************************************
003600 01  JMNT-RECORD.
003700     05  JMNT-FILE-CODE              PIC X(01).
003800         88  JMNT-FILE-JOB              VALUE 'J'.
003900         88  JMNT-FILE-STEP             VALUE 'S'.
004000     05  JMNT-ACTION                 PIC X(01).
004100         88  JMNT-ACTION-ADD            VALUE 'A'.
004200         88  JMNT-ACTION-CHANGE         VALUE 'C'.
004300         88  JMNT-ACTION-DELETE         VALUE 'D'.
004400     05  JMNT-OPERATOR-ID            PIC X(08).
004500     05  JMNT-IMAGE                  PIC X(172).
004600     05  JMNT-JOB-VIEW               REDEFINES JMNT-IMAGE.
004700         10  JMNT-JOB-IMAGE          PIC X(70).
004800         10  FILLER                  PIC X(102).
004900     05  JMNT-KEY-VIEW               REDEFINES JMNT-IMAGE.
005000         10  JMNT-JOB-ID             PIC X(08).
005100         10  FILLER                  PIC X(164).
005200     05  FILLER                      PIC X(08).
