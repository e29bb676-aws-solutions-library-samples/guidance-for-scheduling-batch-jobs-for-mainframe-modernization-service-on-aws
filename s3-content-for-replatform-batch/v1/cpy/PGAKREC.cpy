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
001800*    COPYBOOK  :  PGAKREC                                       *
001900*    PURPOSE   :  PAGE ACKNOWLEDGMENT - ONE RECORD PER PAGE THE  *
002000*                 PAGING GATEWAY REPORTS AS ACKNOWLEDGED.        *
002100*                 PGAK-PAGE-ID MATCHES PAGE-ID ON THE OUTBOUND   *
002200*                 PAGE (PAGEREC) - EITHER THE FIRST PAGE OR ITS  *
002300*                 ESCALATION.                                    *
002400*    WRITTEN   :  AMAZON WEB SERVICES - MAINFRAME MODERNIZATION  *
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY                                        *
002700*    DATE       BY       DESCRIPTION                             *
002800*    --------   -------  ------------------------------------    *
002900*    2026-10-15  RLB     INITIAL VERSION.                        *
003000******************************************************************
003100 01  PGAK-RECORD.
003200     05  PGAK-PAGE-ID                PIC 9(06).
003300     05  PGAK-ACK-DATE               PIC 9(06).
003400     05  PGAK-ACK-TIME               PIC 9(08).
003500     05  PGAK-ACK-BY                 PIC X(16).
003600     05  FILLER                      PIC X(14).
