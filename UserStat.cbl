001300* used to be hand-tallied from the UserReport listing.
001400* Locked and pending accounts are counted on the inactive
001500* side: neither can sign on today.
001510* An account-type section splits the base into human,
001520* service, shared and privileged accounts, active against
001530* inactive, with the non-human ones whose owner is unset.
001600*--------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*--------------------------------------------------------------
002150*                 so a remapped country moves regions without
002160*                 a recompile and nobody hand-adds the EMEA
002170*                 line again.
002180* 2026-10-15 JWG  Accounts-by-type section added (human,
002185*                 service, shared, privileged), with the
002190*                 non-human accounts carrying no owner.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
005919 01  WS-Reason-Used          PIC 9(02) COMP VALUE 0.
005939 01  WS-Reason-Index         PIC 9(02) COMP.
005959 01  WS-Reason-Found         PIC 9(02) COMP.
005960 01  WS-Type-Table.
005961     02  WS-Type-Entry OCCURS 4 TIMES.
005962         03  WS-Typ-Code         PIC X(01).
005963         03  WS-Typ-Name         PIC X(12).
005964         03  WS-Typ-Active       PIC 9(09) COMP.
005965         03  WS-Typ-Inactive     PIC 9(09) COMP.
005966         03  WS-Typ-No-Owner     PIC 9(09) COMP.
005967 01  WS-Type-Index           PIC 9(01) COMP.
005968 01  WS-Type-Found           PIC 9(01) COMP.
005969 01  WS-Count-Disp-3         PIC ZZZZZZZZ9.
005979 01  WS-Grand-Total          PIC 9(09) COMP VALUE 0.
006000 01  WS-Total-Active         PIC 9(09) COMP VALUE 0.
006100 01  WS-Total-Inactive       PIC 9(09) COMP VALUE 0.
011200     MOVE "??" TO WS-Stat-Code(26)
011300     MOVE 0 TO WS-Stat-Active(26)
011400     MOVE 0 TO WS-Stat-Inactive(26)
011410     MOVE "H" TO WS-Typ-Code(1)
011411     MOVE "HUMAN" TO WS-Typ-Name(1)
011412     MOVE "S" TO WS-Typ-Code(2)
011413     MOVE "SERVICE" TO WS-Typ-Name(2)
011414     MOVE "M" TO WS-Typ-Code(3)
011415     MOVE "SHARED" TO WS-Typ-Name(3)
011416     MOVE "P" TO WS-Typ-Code(4)
011417     MOVE "PRIVILEGED" TO WS-Typ-Name(4)
011418     PERFORM VARYING WS-Type-Index FROM 1 BY 1
011419             UNTIL WS-Type-Index > 4
011420         MOVE 0 TO WS-Typ-Active(WS-Type-Index)
011421         MOVE 0 TO WS-Typ-Inactive(WS-Type-Index)
011422         MOVE 0 TO WS-Typ-No-Owner(WS-Type-Index)
011423     END-PERFORM
011500     .
011600 1000-INITIALIZE-EXIT.
011700     EXIT.
017140         PERFORM 2300-TALLY-BY-REASON
017150             THRU 2300-TALLY-BY-REASON-EXIT
017160     END-IF
017170     PERFORM 2400-TALLY-BY-TYPE
017180         THRU 2400-TALLY-BY-TYPE-EXIT
017200     .
017300 2100-TALLY-ONE-ACCOUNT-EXIT.
017400     EXIT.
017567 2300-TALLY-BY-REASON-EXIT.
017568     EXIT.
017569
017570*--------------------------------------------------------------
017571* A blank or unrecognised type counts as human, the way the
017572* record layout reads a space.
017573*--------------------------------------------------------------
017574 2400-TALLY-BY-TYPE.
017575     MOVE 1 TO WS-Type-Found
017576     PERFORM VARYING WS-Type-Index FROM 2 BY 1
017577             UNTIL WS-Type-Index > 4
017578         IF WS-Typ-Code(WS-Type-Index) = AccountType
017579             MOVE WS-Type-Index TO WS-Type-Found
017580         END-IF
017581     END-PERFORM
017582     IF AccountIsActive
017583         ADD 1 TO WS-Typ-Active(WS-Type-Found)
017584     ELSE
017585         ADD 1 TO WS-Typ-Inactive(WS-Type-Found)
017586     END-IF
017587     IF WS-Type-Found > 1
017588             AND (OwnerEmpId IS NOT NUMERIC
017589             OR OwnerEmpId = ZERO)
017590         ADD 1 TO WS-Typ-No-Owner(WS-Type-Found)
017591     END-IF
017592     .
017593 2400-TALLY-BY-TYPE-EXIT.
017594     EXIT.
017597
017600 3000-PRINT-STATISTICS.
017700     DISPLAY " "
017800     DISPLAY "ACCOUNTS BY COUNTRY         ACTIVE  INACTIVE"
021566     IF WS-Reason-Used = 0
021571         DISPLAY "  (NO INACTIVE ACCOUNTS ON FILE)"
021576     END-IF
021577     DISPLAY " "
021578     DISPLAY "ACCOUNTS BY TYPE            ACTIVE  INACTIVE"
021579         "    NO OWNER"
021580     DISPLAY "--------------------------------------------"
021581         "------------"
021582     PERFORM VARYING WS-Type-Index FROM 1 BY 1
021583             UNTIL WS-Type-Index > 4
021584         MOVE WS-Typ-Active(WS-Type-Index) TO WS-Count-Disp-1
021585         MOVE WS-Typ-Inactive(WS-Type-Index) TO WS-Count-Disp-2
021586         MOVE WS-Typ-No-Owner(WS-Type-Index) TO WS-Count-Disp-3
021587         DISPLAY "  " WS-Typ-Name(WS-Type-Index) "     "
021588             WS-Count-Disp-1 " " WS-Count-Disp-2 "   "
021589             WS-Count-Disp-3
021590     END-PERFORM
021591     MOVE WS-Grand-Total TO WS-Count-Disp-1
021600     DISPLAY " "
021700     DISPLAY "TOTAL ACCOUNTS ON FILE:   " WS-Count-Disp-1
021800     .
