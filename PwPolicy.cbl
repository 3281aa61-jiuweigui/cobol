001300*   COL 08-09  HISTORY DEPTH  9(02)  (00 = default)
001310*   COL 10-13  LOCK COOL-OFF  9(04)  minutes; 0000 (and the
001320*              default) means locks never expire on their own
001330*   COL 14-15  PASSCODE LIFE  9(02)  minutes a sign-on
001340*              second-factor passcode stays good (00 =
001350*              default)
001351*   COL 16-20  PRIVILEGED EXPIRY DAYS  9(05)  (00000 =
001352*              default)
001353*   COL 21-22  PRIVILEGED MIN LENGTH   9(02)  (00 = default)
001358*   COL 23-26  SESSION IDLE MINUTES    9(04)  after which an
001363*              open sign-on session on SESSION.DAT is expired
001368*              by SessReg (0000 = default)
001373*              The privileged values apply to AccountType
001378*              "P" accounts and are never allowed to be
001383*              looser than the general ones: a longer expiry
001388*              or shorter minimum is pulled back to the
001393*              general value.
001400* With no control file, or an unreadable field, the
001500* compiled-in defaults apply, so a bare production directory
001600* behaves sensibly. One shared routine, in the spirit of
002500* 2026-09-01 JWG  Minimum length and history depth added for
002600*                 the PwEdit quality rules and the PwHist
002700*                 reuse check.
002710* 2026-10-15 JWG  Passcode life added for the UserSignon
002720*                 second-factor passcode.
002730* 2026-10-15 JWG  Privileged-account expiry and minimum length
002740*                 added (columns 16-22), never looser than the
002750*                 general policy.
002766* 2026-10-15 JWG  Session idle minutes added (columns 23-26)
002782*                 for the SESSION.DAT sign-on register.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004100     02  PF-Min-Length       PIC X(02).
004200     02  PF-History-Depth    PIC X(02).
004210     02  PF-Lock-Cooloff     PIC X(04).
004220     02  PF-Passcode-Mins    PIC X(02).
004230     02  PF-Priv-Expiry-Days PIC X(05).
004240     02  PF-Priv-Min-Length  PIC X(02).
004270     02  PF-Idle-Mins        PIC X(04).
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-Policy-Status        PIC XX.
004700 01  WS-Default-Expiry       PIC 9(05) VALUE 90.
004800 01  WS-Default-Min-Length   PIC 9(02) VALUE 8.
004900 01  WS-Default-Depth        PIC 9(02) VALUE 5.
004910 01  WS-Default-Passcode     PIC 9(02) VALUE 5.
004920 01  WS-Default-Priv-Expiry  PIC 9(05) VALUE 30.
004930 01  WS-Default-Priv-Length  PIC 9(02) VALUE 12.
004965 01  WS-Default-Idle-Mins    PIC 9(04) VALUE 30.
005000 01  WS-P-PWPOLICY-DAT      PIC X(30) VALUE "PWPOLICY.DAT".
005100
005200 LINKAGE SECTION.
006000     MOVE WS-Default-Min-Length TO POL-Min-Length
006100     MOVE WS-Default-Depth TO POL-History-Depth
006150     MOVE ZERO TO POL-Lock-Cooloff-Mins
006160     MOVE WS-Default-Passcode TO POL-Passcode-Mins
006170     MOVE WS-Default-Priv-Expiry TO POL-Priv-Expiry-Days
006180     MOVE WS-Default-Priv-Length TO POL-Priv-Min-Length
006190     MOVE WS-Default-Idle-Mins TO POL-Idle-Mins
006200     OPEN INPUT PolicyFile
006300     IF WS-Policy-Missing
006310         PERFORM 2000-CLAMP-PRIVILEGED
006320             THRU 2000-CLAMP-PRIVILEGED-EXIT
006400         GOBACK
006500     END-IF
006600     READ PolicyFile
008120                 MOVE PF-Lock-Cooloff
008130                     TO POL-Lock-Cooloff-Mins
008140             END-IF
008150             IF PF-Passcode-Mins IS NUMERIC
008160                     AND PF-Passcode-Mins NOT = "00"
008170                 MOVE PF-Passcode-Mins TO POL-Passcode-Mins
008180             END-IF
008181             IF PF-Priv-Expiry-Days IS NUMERIC
008182                     AND PF-Priv-Expiry-Days NOT = "00000"
008183                 MOVE PF-Priv-Expiry-Days
008184                     TO POL-Priv-Expiry-Days
008185             END-IF
008186             IF PF-Priv-Min-Length IS NUMERIC
008187                     AND PF-Priv-Min-Length NOT = "00"
008188                 MOVE PF-Priv-Min-Length
008189                     TO POL-Priv-Min-Length
008190             END-IF
008192             IF PF-Idle-Mins IS NUMERIC
008194                     AND PF-Idle-Mins NOT = "0000"
008196                 MOVE PF-Idle-Mins TO POL-Idle-Mins
008198             END-IF
008200     END-READ
008300     CLOSE PolicyFile
008310     PERFORM 2000-CLAMP-PRIVILEGED
008320         THRU 2000-CLAMP-PRIVILEGED-EXIT
008400     GOBACK.
008500
008600 2000-CLAMP-PRIVILEGED.
008700     IF POL-Priv-Expiry-Days > POL-Expiry-Days
008800         MOVE POL-Expiry-Days TO POL-Priv-Expiry-Days
008900     END-IF
009000     IF POL-Priv-Min-Length < POL-Min-Length
009100         MOVE POL-Min-Length TO POL-Priv-Min-Length
009200     END-IF
009300     .
009400 2000-CLAMP-PRIVILEGED-EXIT.
009500     EXIT.
