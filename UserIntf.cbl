001100*              sequence number (carried between runs in
001200*              INTFSEQ.CTL and incremented each transmission)
001300*   D record - one per account, fixed columns, Salt/Hash
001400*              excluded exactly as UserExport excludes them;
001425*              the account type (H/S/M/P) follows the status,
001450*              then the UserId check digit (IdChk) the identity
001475*              system keys the id with, then GivenName and
001481*              FamilyName in full; the old ten-column name
001487*              slot after UserName carries the first ten of
001493*              FamilyName for receivers still reading it
001500*   T record - record count and a hash total of the UserIds
001600*              so the receiver can prove the file complete
001610* The transmission is registered on the DISCLOG.DAT disclosure
001620* log (shared DiscLog routine) with every UserId it carried.
001700*--------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*--------------------------------------------------------------
002885*                 tonight's file is already cut - can match
002886*                 the ack on disk against the transmission
002887*                 it actually answers.
002888* 2026-10-15 JWG  D record carries the account type after the
002889*                 status (blank goes out as H).
002890* 2026-10-15 JWG  The transmission and each UserId it carries
002891*                 are registered on the DISCLOG.DAT disclosure
002892*                 log through the shared DiscLog routine; one
002893*                 the log cannot take ends RC 8.
002894* 2026-10-15 JWG  D record carries the UserId check digit as
002895*                 its last column (shared IdChk routine).
002896* 2026-10-15 JWG  D record gains GivenName and FamilyName after
002897*                 the check digit; the old name slot carries
002898*                 the family name cut to ten.
002899*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
004600     COPY "USERREC.CPY".
004700
004800 FD  InterchangeFile.
004900 01  InterchangeRecord       PIC X(130).
005000
005100 FD  SequenceControl.
005200 01  SequenceControlRecord.
006210 01  WS-Prior-Seq            PIC 9(06) VALUE 0.
006300 01  WS-Export-Count         PIC 9(09) VALUE 0.
006400 01  WS-Id-Hash-Total        PIC 9(15) VALUE 0.
006416 01  WS-Id-Make              PIC X(01) VALUE "M".
006432 01  WS-Keyed-UserId.
006448     02  FILLER              PIC X(08).
006464     02  WS-Keyed-Ninth      PIC X(01).
006480 01  WS-Id-Check             PIC X(01).
006500 01  WS-Count-Disp           PIC ZZZZZZZZ9.
006600 01  WS-Header-Record.
006700     02  FILLER              PIC X VALUE "H".
007300     02  FILLER              PIC X VALUE "D".
007400     02  WS-Dtl-UserId       PIC 9(08).
007500     02  WS-Dtl-UserName     PIC X(05).
007600     02  WS-Dtl-Old-Name     PIC X(10).
007700     02  WS-Dtl-Email        PIC X(30).
007800     02  WS-Dtl-LastLogin    PIC 9(08).
007900     02  WS-Dtl-Country      PIC X(02).
008000     02  WS-Dtl-Status       PIC X(01).
008010     02  WS-Dtl-Type         PIC X(01).
008055     02  WS-Dtl-Check-Digit  PIC X(01).
008070     02  WS-Dtl-Given-Name   PIC X(30).
008085     02  WS-Dtl-Family-Name  PIC X(30).
008100 01  WS-Trailer-Record.
008200     02  FILLER              PIC X VALUE "T".
008300     02  WS-Trl-Count        PIC 9(09).
008400     02  WS-Trl-Hash-Total   PIC 9(15).
008490 01  WS-Disc-Request         PIC X(01).
008491 01  WS-Disc-Id              PIC 9(08).
008492 01  WS-Disc-File            PIC X(12) VALUE "USRINTF.DAT".
008493 01  WS-Disc-Recipient       PIC X(12) VALUE "CORP-IDENT".
008494 01  WS-Disc-Form            PIC X(01) VALUE "C".
008495 01  WS-Disc-UserId          PIC 9(08).
008496 01  WS-Disc-Count           PIC 9(09).
008497 01  WS-Disc-Result          PIC X(01).
008498     88  WS-Disc-Failed          VALUE "F".
008500 01  WS-P-USRSNAP-DAT       PIC X(30) VALUE "USRSNAP.DAT".
008600 01  WS-P-USRINTF-DAT       PIC X(30) VALUE "USRINTF.DAT".
008700 01  WS-P-INTFSEQ-CTL       PIC X(30) VALUE "INTFSEQ.CTL".
014800     MOVE WS-Transmission-Seq TO WS-Hdr-Seq
014900     MOVE WS-Header-Record TO InterchangeRecord
015000     WRITE InterchangeRecord
015010     MOVE "O" TO WS-Disc-Request
015020     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
015100     .
015200 1000-INITIALIZE-EXIT.
015300     EXIT.
016000         IF UserId NOT = WS-Trailer-Id
016100             MOVE UserId TO WS-Dtl-UserId
016200             MOVE UserName TO WS-Dtl-UserName
016300             MOVE FamilyName TO WS-Dtl-Old-Name
016333             MOVE GivenName TO WS-Dtl-Given-Name
016366             MOVE FamilyName TO WS-Dtl-Family-Name
016400             MOVE Email TO WS-Dtl-Email
016500             MOVE LastLoginDate TO WS-Dtl-LastLogin
016600             MOVE CountryCode TO WS-Dtl-Country
016700             MOVE AccountStatus TO WS-Dtl-Status
016710             IF AccountIsHuman
016720                 MOVE "H" TO WS-Dtl-Type
016730             ELSE
016740                 MOVE AccountType TO WS-Dtl-Type
016750             END-IF
016762             CALL "IdChk" USING WS-Id-Make, WS-Keyed-UserId,
016774                 UserId, WS-Id-Check
016786             MOVE WS-Keyed-Ninth TO WS-Dtl-Check-Digit
016800             MOVE WS-Detail-Record TO InterchangeRecord
016900             WRITE InterchangeRecord
017000             ADD 1 TO WS-Export-Count
017100             ADD UserId TO WS-Id-Hash-Total
017110             MOVE UserId TO WS-Disc-UserId
017120             MOVE "U" TO WS-Disc-Request
017130             PERFORM 9100-CALL-DISCLOG
017140                 THRU 9100-CALL-DISCLOG-EXIT
017200         END-IF
017300         READ SnapshotFile
017400             AT END SET EndOfUserDb TO TRUE
018950     MOVE WS-Prior-Seq TO SEQ-Prior-Sent
019000     WRITE SequenceControlRecord
019100     CLOSE SequenceControl
019110     MOVE WS-Export-Count TO WS-Disc-Count
019120     MOVE "C" TO WS-Disc-Request
019130     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
019140     IF WS-Disc-Failed
019150         DISPLAY "DISCLOG.DAT UNAVAILABLE - TRANSMISSION NOT "
019160             "LOGGED."
019170         MOVE 8 TO WS-Eoj-Return-Code
019180     END-IF
019200     .
019300 3000-FINISH-UP-EXIT.
019400     EXIT.
019500
019600 9100-CALL-DISCLOG.
019700     CALL "DiscLog" USING WS-Disc-Request, WS-Disc-Id,
019800         WS-Disc-File, WS-Disc-Recipient, WS-Disc-Form,
019900         WS-Disc-UserId, WS-Disc-Count, WS-Program-Name,
020000         WS-Disc-Result
020100     .
020200 9100-CALL-DISCLOG-EXIT.
020300     EXIT.
