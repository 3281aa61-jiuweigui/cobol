000500* quarter by RecertGen (the prior campaign renamed aside to
000600* RECERT.OLD), attested through RecertCap, and reported on
000700* by RecertRpt until every row carries a decision.
000725* RC-Family-Name holds the first ten characters of the
000750* account's FamilyName, in the slot RealName used to fill, so
000775* a campaign already under way reads the same.
000800*--------------------------------------------------------------
000900 01  RecertRecord.
001000     02  RC-UserId           PIC 9(08).
001100     02  RC-Campaign-Date    PIC 9(08).
001200     02  RC-UserName         PIC X(05).
001300     02  RC-Family-Name      PIC X(10).
001400     02  RC-OwnerEmpId       PIC 9(05).
001500     02  RC-EmpName          PIC X(30).
001600     02  RC-Department       PIC X(15).
