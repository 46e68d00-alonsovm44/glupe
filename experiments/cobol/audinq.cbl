000280*                   COLUMNS ON AUDINQ.RPT.  THE AUDIT FILE    *
000290*                   IS RE-READ FROM THE TOP FOR EACH          *
000300*                   REQUESTED CUSTOMER.                       *
000302*  10/15/2026 RWH   THE CUSTOMER RECORD NOW CARRIES           *
000304*                   TERMS-CODE AND A RESERVED FILLER - RECORD *
000306*                   LENGTH IS 180, AND THE AUDIT IMAGES ARE   *
000308*                   WIDENED TO MATCH.                         *
000309*  10/15/2026 RWH   THE BEFORE AND AFTER IMAGE LINES NOW SHOW *
000310*                   THE PARENT ACCOUNT, SO A DIVISION MOVED   *
000311*                   FROM ONE PARENT TO ANOTHER CAN BE SEEN IN *
000312*                   ITS TRAIL.                                *
000313*  10/15/2026 RWH   THE BEFORE AND AFTER IMAGE LINES NOW SHOW *
000314*                   THE ASSIGNED COLLECTOR, SO A REASSIGNMENT *
000315*                   CAN BE SEEN IN THE TRAIL.                 *
000316*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000317*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000924             BY ==10  DC-HOLD-CODE==
000926         ==05  PROMISE-DATE==
000928             BY ==10  DC-PROMISE-DATE==
000929         ==05  TERMS-CODE==
000930             BY ==10  DC-TERMS-CODE==
000931         ==05  PARENT-ID==
000932             BY ==10  DC-PARENT-ID==
000933         ==05  FAMILY-CREDIT-LIMIT==
000934             BY ==10  DC-FAMILY-CREDIT-LIMIT==
000935         ==05  COLLECTOR-ID==
000936             BY ==10  DC-COLLECTOR-ID==
000937         ==05  FILLER==
000938             BY ==10  FILLER==
000939         ==BALANCE==
000940             BY ==DC-BALANCE==.

000960 01  WS-RPT-HEADER-LINE.
001240     05  IM-CURRENCY-CODE    PIC X(03).
001250     05  FILLER              PIC X(02) VALUE SPACES.
001260     05  IM-ADDR-LINE-1      PIC X(30).
001262     05  FILLER              PIC X(02) VALUE SPACES.
001264     05  IM-PARENT-ID        PIC X(10).
001266     05  FILLER              PIC X(02) VALUE SPACES.
001268     05  IM-COLLECTOR-ID     PIC X(04).
001270     05  FILLER              PIC X(16) VALUE SPACES.

001290 01  WS-NO-IMAGE-LINE.
001300     05  FILLER              PIC X(04) VALUE SPACES.
002560         END-IF
002570         MOVE DC-CURRENCY-CODE TO IM-CURRENCY-CODE
002580         MOVE DC-ADDR-LINE-1   TO IM-ADDR-LINE-1
002585         MOVE DC-PARENT-ID     TO IM-PARENT-ID
002587         MOVE DC-COLLECTOR-ID  TO IM-COLLECTOR-ID
002590         WRITE RPT-RECORD FROM WS-IMAGE-LINE
002600     END-IF.
002610 4600-EXIT.
