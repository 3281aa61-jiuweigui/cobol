001000* of accounts transfers - one rules file instead of an
001100* operator re-keying accounts for two evenings. Rules come
001200* from MASSRULE.DAT, one per line, fixed columns:
001266*   COL 01-12  FIELD       USERNAME / GIVENNAME /
001332*                          FAMILYNAME / EMAIL /
001400*                          COUNTRYCODE / STATUS
001500*   COL 13-42  OLD VALUE   (matched against the field)
001600*   COL 43-72  NEW VALUE
003320*                 before/after images to USRJRNL.DAT through
003340*                 the shared UserJrnl routine, feeding the
003360*                 UserFwd forward recovery.
003361* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
003362*                 date; the full-record images and trailer layout
003363*                 here are sized to match.
003367* 2026-10-15 JWG  RealName gave way to GivenName/FamilyName;
003371*                 rules now name GIVENNAME or FAMILYNAME
003375*                 (full thirty characters each).
003378* 2026-10-15 JWG  A STATUS rule may no longer take accounts
003381*                 off inactive (old value I); reactivation
003384*                 goes through the ReactReq/UserReact
003387*                 reviewed queue, so such a rule is dropped
003390*                 at load.
003393*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
009603 01  WS-Auth-Granted         PIC X(01).
009604     88  WS-Auth-Was-Granted     VALUE "Y".
009605 01  WS-Jrnl-Action          PIC X(01).
009606 01  WS-Before-Image         PIC X(250).
009607 01  WS-After-Image          PIC X(250).
009610 01  WS-Country-Ok           PIC X.
009620     88  WS-Country-Is-Valid     VALUE "Y".
009630 01  WS-Ctry-Name            PIC X(30).
017439                             " IS NOT A VALID STATUS "
017447                             "(A/I/L/P)."
017455                         SUBTRACT 1 FROM WS-Rule-Count
017456                     ELSE
017457                         IF WS-Rule-Old(WS-Rule-Count)(1:1)
017458                                 = "I"
017459                                 AND WS-Rule-Status-Byte
017460                                 NOT = "I"
017461                             DISPLAY "RULE DROPPED - AN "
017462                                 "INACTIVE ACCOUNT COMES "
017463                                 "BACK ONLY THROUGH THE "
017464                                 "REACTQ.DAT REVIEW."
017465                             SUBTRACT 1 FROM WS-Rule-Count
017466                         END-IF
017467                     END-IF
017471                 END-IF
017479             END-IF
017487         END-IF
028800                 END-IF
028900                 SET WS-Field-Did-Match TO TRUE
029000             END-IF
029100         WHEN "GIVENNAME"
029200             IF GivenName = WS-Rule-Old(WS-Rule-Index)
029300                 MOVE GivenName TO WS-Old-Value
029400                 IF WS-Apply-Run
029500                     MOVE WS-Rule-New(WS-Rule-Index)
029600                         TO GivenName
029700                 END-IF
029800                 SET WS-Field-Did-Match TO TRUE
029900             END-IF
029910         WHEN "FAMILYNAME"
029920             IF FamilyName = WS-Rule-Old(WS-Rule-Index)
029930                 MOVE FamilyName TO WS-Old-Value
029940                 IF WS-Apply-Run
029950                     MOVE WS-Rule-New(WS-Rule-Index)
029960                         TO FamilyName
029970                 END-IF
029980                 SET WS-Field-Did-Match TO TRUE
029990             END-IF
030000         WHEN "EMAIL"
030100             IF Email = WS-Rule-Old(WS-Rule-Index)
030200                 MOVE Email TO WS-Old-Value
