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
001800*    COPYBOOK  :  JCHGREC                                       *
001900*    PURPOSE   :  JOB-MASTER CHANGE-LOG RECORD - ONE PER ADD,    *
002000*                 CHANGE OR DELETE CBLJMANT APPLIES TO JOBFILE   *
002100*                 OR STEPFILE, WITH THE OPERATOR WHO KEYED IT,   *
002200*                 WHEN IT WAS APPLIED AND THE RECORD IMAGE       *
002300*                 BEFORE AND AFTER.  THE BEFORE IMAGE IS SPACES  *
002400*                 ON AN ADD, THE AFTER IMAGE SPACES ON A DELETE. *
002500*                 THE LOG IS APPENDED TO, NEVER REWRITTEN, SO IT *
002600*                 IS THE PERMANENT RECORD OF HOW EVERY PROFILE   *
002700*                 CAME TO READ AS IT DOES.                       *
002800*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
002900*-----------------------------------------------------------------
003000*    MODIFICATION HISTORY                                        *
003100*    DATE       BY       DESCRIPTION                             *
003200*    --------   -------  ------------------------------------    *
003300*    2026-10-15  RLB     INITIAL VERSION.                        *
003400******************************************************************
003500 01  JCHG-RECORD.
003600     05  JCHG-DATE                   PIC 9(06).
003700     05  JCHG-TIME                   PIC 9(08).
003800     05  JCHG-OPERATOR-ID            PIC X(08).
003900     05  JCHG-FILE-CODE              PIC X(01).
004000         88  JCHG-FILE-JOB              VALUE 'J'.
004100         88  JCHG-FILE-STEP             VALUE 'S'.
004200     05  JCHG-ACTION                 PIC X(01).
004300         88  JCHG-ACTION-ADD            VALUE 'A'.
004400         88  JCHG-ACTION-CHANGE         VALUE 'C'.
004500         88  JCHG-ACTION-DELETE         VALUE 'D'.
004600     05  JCHG-JOB-ID                 PIC X(08).
004700     05  JCHG-BEFORE-IMAGE           PIC X(172).
004800     05  JCHG-AFTER-IMAGE            PIC X(172).
004900     05  FILLER                      PIC X(04).
