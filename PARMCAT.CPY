000100*--------------------------------------------------------------
000200* PARMCAT - catalogue of the standing run parameters each
000300* program takes from RUNPARM.DAT through ParmGet. ParmMnt
000400* only accepts a program/parameter pair listed here (so a
000500* mistyped name cannot sit on the library doing nothing) and
000600* edits the value to the kind and width given; ParmRpt lists
000700* every entry, with the program's own default where no row
000800* is in force yet. The default column must match the value
000900* the program primes before its ParmGet call.
001000*   program X(10)   parameter X(12)   kind X(01) N = digits,
001100*   keyed with leading zeros to the width; A = text, upper
001200*   case   width 9(02)   default X(05)   description X(30)
001300*--------------------------------------------------------------
001400 01  PCT-Catalogue-Table.
001500     02  FILLER PIC X(30) VALUE "IDALLOC   BLOCKSIZE   N0500025".
001600     02  FILLER PIC X(30) VALUE "USERIDS RESERVED PER NIGHT".
001700     02  FILLER PIC X(30) VALUE "USERBKUP  GENERATIONS N03007  ".
001800     02  FILLER PIC X(30) VALUE "BACKUP SETS KEPT".
001900     02  FILLER PIC X(30) VALUE "USERDORM  DORMANTDAYS N0500180".
002000     02  FILLER PIC X(30) VALUE "DAYS UNUSED BEFORE DORMANT".
002100     02  FILLER PIC X(30) VALUE "USERDORM  RUNMODE     N012    ".
002200     02  FILLER PIC X(30) VALUE "1 REPORT, 2 ALSO DEACTIVATE".
002300     02  FILLER PIC X(30) VALUE "TERMSWEEP WARNLEADDAYSN03014  ".
002400     02  FILLER PIC X(30) VALUE "WARNING DAYS BEFORE END DATE".
002500     02  FILLER PIC X(30) VALUE "TERMSWEEP RUNMODE     N012    ".
002600     02  FILLER PIC X(30) VALUE "1 REPORT, 2 ALSO DEACTIVATE".
002700     02  FILLER PIC X(30) VALUE "HRCENSUS  RUNMODE     N012    ".
002800     02  FILLER PIC X(30) VALUE "1 REPORT, 2 ALSO MARK LEAVERS".
002900     02  FILLER PIC X(30) VALUE "USERPEND  WARNDAYS    N0500030".
003000     02  FILLER PIC X(30) VALUE "PLACEHOLDER AGE TO WARN".
003100     02  FILLER PIC X(30) VALUE "USERPEND  EXPIREDAYS  N0500090".
003200     02  FILLER PIC X(30) VALUE "PLACEHOLDER AGE TO EXPIRE".
003300     02  FILLER PIC X(30) VALUE "USERPEND  RUNMODE     N012    ".
003400     02  FILLER PIC X(30) VALUE "1 REPORT, 2 ALSO EXPIRE".
003500     02  FILLER PIC X(30) VALUE "MOVCHASE  REVIEWDAYS  N03010  ".
003600     02  FILLER PIC X(30) VALUE "MOVER REVIEW DEADLINE DAYS".
003700     02  FILLER PIC X(30) VALUE "NOTIFYBNC SOFTLIMIT   N0203   ".
003800     02  FILLER PIC X(30) VALUE "SOFT BOUNCES BEFORE MARKING".
003900     02  FILLER PIC X(30) VALUE "READRPT   VIEWLIMIT   N03050  ".
004000     02  FILLER PIC X(30) VALUE "ACCOUNTS ONE OPERATOR MAY VIEW".
004100     02  FILLER PIC X(30) VALUE "RPTSTORE  RETENTDAYS  N03030  ".
004200     02  FILLER PIC X(30) VALUE "DAYS CATALOGUED COPIES KEPT".
004300     02  FILLER PIC X(30) VALUE "LOGROLL   RETENTDAYS  N03090  ".
004400     02  FILLER PIC X(30) VALUE "DAYS LOG ARCHIVES KEPT".
004500     02  FILLER PIC X(30) VALUE "NESTTRND  TOLERANCE   N03010  ".
004600     02  FILLER PIC X(30) VALUE "BAND-SHIFT TOLERANCE POINTS".
004700     02  FILLER PIC X(30) VALUE "USEREXPORTEXTRACTMODE A01P    ".
004800     02  FILLER PIC X(30) VALUE "P PSEUDONYMISED, C IN CLEAR".
004900     02  FILLER PIC X(30) VALUE "USERDELTA EXTRACTMODE A01P    ".
005000     02  FILLER PIC X(30) VALUE "P PSEUDONYMISED, C IN CLEAR".
005100     02  FILLER PIC X(30) VALUE "USERXTR   EXTRACTMODE A01P    ".
005200     02  FILLER PIC X(30) VALUE "P PSEUDONYMISED, C IN CLEAR".
005300     02  FILLER PIC X(30) VALUE "PROVFEED  DEFCOUNTRY  A02US   ".
005400     02  FILLER PIC X(30) VALUE "DEFAULT COUNTRYCODE".
005500 01  PCT-Catalogue REDEFINES PCT-Catalogue-Table.
005600     02  PCT-Entry OCCURS 20 TIMES.
005700         03  PCT-Program         PIC X(10).
005800         03  PCT-Name            PIC X(12).
005900         03  PCT-Kind            PIC X(01).
006000             88  PCT-Kind-Numeric    VALUE "N".
006100         03  PCT-Width           PIC 9(02).
006200         03  PCT-Default         PIC X(05).
006300         03  PCT-Description     PIC X(30).
006400 01  PCT-Entry-Count         PIC 9(02) COMP VALUE 20.
