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
001800*    COPYBOOK  :  ROSTREC                                       *
001900*    PURPOSE   :  ON-CALL CONTACT ROSTER - ONE ENTRY PER JOB-ID  *
002000*                 OR APPLICATION GROUP NAMING WHO CBLNOTFY PAGES *
002100*                 WHEN THAT JOB RAISES A CONDITION, AND WHO IT   *
002200*                 ESCALATES TO WHEN THE PAGE IS NOT ACKNOWLEDGED *
002300*                 WITHIN ROST-ESCALATE-MINUTES.  A JOB ENTRY     *
002400*                 WINS OVER AN APPLICATION ENTRY (APPLICATION    *
002500*                 TAKEN FROM THE CCTRFILE ROW FOR THE JOB),      *
002600*                 WHICH WINS OVER THE DEFAULT ENTRY.             *
002700*                 ENTRY TYPES -                                  *
002800*                   J  ROST-ENTRY-KEY IS A JOB-ID                *
002900*                   A  ROST-ENTRY-KEY IS AN APPLICATION GROUP    *
003000*                   D  DEFAULT CONTACTS - KEY IS IGNORED         *
003100*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
003200*-----------------------------------------------------------------
003300*    MODIFICATION HISTORY                                        *
003400*    DATE       BY       DESCRIPTION                             *
003500*    --------   -------  ------------------------------------    *
003600*    2026-10-15  RLB     INITIAL VERSION.                        *
003700******************************************************************
003800 01  ROST-RECORD.
003900     05  ROST-ENTRY-TYPE             PIC X(01).
004000         88  ROST-ENTRY-JOB             VALUE 'J'.
004100         88  ROST-ENTRY-APPLICATION     VALUE 'A'.
004200         88  ROST-ENTRY-DEFAULT         VALUE 'D'.
004300     05  ROST-ENTRY-KEY              PIC X(08).
004400     05  ROST-PRIMARY-CONTACT        PIC X(16).
004500     05  ROST-SECONDARY-CONTACT      PIC X(16).
004600     05  ROST-ESCALATE-MINUTES       PIC 9(03).
004700     05  FILLER                      PIC X(16).
