000100*--------------------------------------------------------------
000200* ASOFFLD - the USERREC fields the as-of account view rebuilds,
000300* one entry per field: the name it prints under, the USRHIST.DAT
000400* field name HistWrite records its changes under (blank when
000500* no history is kept for it), its offset and length in the
000600* 250-byte record image, and how a USRHIST.DAT row can put it
000700* back when the journal has rolled past the as-of point:
000800*   U - the old value on the history row is the field's value
000900*   M - the history row masks the old value; it cannot be put
001000*       back, only dated
001100*   S - as M, and the value is never printed (salt and hash,
001200*       excluded exactly as the exports exclude them)
001300*   N - no history is kept; only the journal can date it
001325* The ad-hoc listing UserQry takes its field names from this
001350* table as well: any entry may be shown, tested or sorted on
001375* except the S entries, which it refuses outright.
001400* Keep in step with USERREC.CPY and with ASOFVIEW.CPY.
001500*--------------------------------------------------------------
001600 01  WS-Asof-Field-Values.
001700     02  FILLER PIC X(34) VALUE
001800         "USERID                      00108N".
001900     02  FILLER PIC X(34) VALUE
002000         "USERNAME        USERNAME    00905U".
002100     02  FILLER PIC X(34) VALUE
002150         "GIVENNAME       GIVENNAME   14430U".
002200     02  FILLER PIC X(34) VALUE
002250         "FAMILYNAME      FAMILYNAME  17430U".
002300     02  FILLER PIC X(34) VALUE
002400         "EMAIL           EMAIL       02430U".
002500     02  FILLER PIC X(34) VALUE
002600         "LASTLOGINDATE   LASTLOGIN   05408U".
002700     02  FILLER PIC X(34) VALUE
002800         "SALT            PASSWORD    06202S".
002900     02  FILLER PIC X(34) VALUE
003000         "HASH            PASSWORD    06405S".
003100     02  FILLER PIC X(34) VALUE
003200         "COUNTRYCODE     COUNTRYCODE 06902U".
003300     02  FILLER PIC X(34) VALUE
003400         "ACCOUNTSTATUS   STATUS      07101U".
003500     02  FILLER PIC X(34) VALUE
003600         "FAILEDLOGINS                07202N".
003700     02  FILLER PIC X(34) VALUE
003800         "LASTCHANGED                 07414N".
003900     02  FILLER PIC X(34) VALUE
004000         "PASSWORDSETDATE PASSWORD    08808M".
004100     02  FILLER PIC X(34) VALUE
004200         "HASHVERSION     PASSWORD    09601M".
004300     02  FILLER PIC X(34) VALUE
004400         "HASHEXT         PASSWORD    09710S".
004500     02  FILLER PIC X(34) VALUE
004600         "OWNEREMPID      OWNEREMPID  10705U".
004700     02  FILLER PIC X(34) VALUE
004800         "DEACTREASON     REASONCODE  11203U".
004900     02  FILLER PIC X(34) VALUE
005000         "SECONDFACTOR    SECONDFACTOR11501U".
005100     02  FILLER PIC X(34) VALUE
005200         "ENDDATE         ENDDATE     11608U".
005300     02  FILLER PIC X(34) VALUE
005400         "EMAILSTATUS     EMAILSTATUS 12401U".
005500     02  FILLER PIC X(34) VALUE
005600         "SOFTBOUNCES                 12502N".
005700     02  FILLER PIC X(34) VALUE
005800         "BOUNCEDATE                  12708N".
005900     02  FILLER PIC X(34) VALUE
006000         "ACCOUNTTYPE     ACCOUNTTYPE 13501U".
006100     02  FILLER PIC X(34) VALUE
006200         "OWNERCONFIRM    OWNERCONFIRM13608U".
006233     02  FILLER PIC X(34) VALUE
006266         "NAMEREVIEW      NAMEREVIEW  20401U".
006300 01  WS-Asof-Field-Table REDEFINES WS-Asof-Field-Values.
006400     02  WS-Asof-Field-Entry OCCURS 25 TIMES
006500             INDEXED BY WS-Asof-Fld-Idx.
006600         03  WS-Asof-Fld-Name    PIC X(16).
006700         03  WS-Asof-Fld-Hist    PIC X(12).
006800         03  WS-Asof-Fld-Offset  PIC 9(03).
006900         03  WS-Asof-Fld-Length  PIC 9(02).
007000         03  WS-Asof-Fld-Kind    PIC X(01).
007100             88  WS-Asof-Fld-Unwinds     VALUE "U".
007200             88  WS-Asof-Fld-Secret      VALUE "S".
007300 01  WS-Asof-Field-Count     PIC 9(02) COMP VALUE 25.
