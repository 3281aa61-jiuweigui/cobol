000500 DATE-WRITTEN. 2026-08-22.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Generation-dated backup set of the account-side files (the
000810* BKUPSET list: USERS.DATA and the files that must agree with
000820* it). Each run copies every file in the set, under the
000830* suite-wide UserLock so nothing moves between the copies, to
000900* the next generation copy, named from the
001000* environment-resolved physical file name plus .Gnnnnn, and
001100* records the generation (set) number and date in the
001110* BKUPCTL.DAT catalog and each copy's record count in the
001120* BKUPMAN.DAT manifest (counted through BkupCnt). A set is
001130* all or nothing: if any copy fails, the copies already taken
001140* are deleted and the set is not catalogued (RC 4).
001150* Generations past the retention count (run parameter
001300* GENERATIONS on RUNPARM.DAT, default 7) are deleted oldest
001400* first. Runs as STEP015 in NIGHTLY.JCL, before the load and
001500* purge steps, so one bad unattended run finally has an undo:
001600* UserRstr puts a chosen set, or one file of it, back.
001700*--------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*--------------------------------------------------------------
002932*                 (shared BusDate routine, system-date
002948*                 fallback), so a rerun past midnight keeps
002964*                 one business date.
002970* 2026-10-15 JWG  Takes a backup set - USERS.DATA, USRHIST,
002972*                 USRNOTES, DEACTQ, CONTACT, RETIRED and
002974*                 IDALLOC.CTL together under one generation
002976*                 number and the exclusive UserLock - with a
002978*                 BKUPMAN.DAT manifest of each copy's record
002979*                 count, so a restore brings back files that
002980*                 agree with each other.
002982* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
002984*                 library through ParmGet instead of a SYSIN
002986*                 card.
002990*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CatalogFile ASSIGN TO DYNAMIC WS-P-BKUPCTL-DAT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-Catalog-Status.
003510     SELECT ManifestFile ASSIGN TO DYNAMIC WS-P-BKUPMAN-DAT
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS WS-Manifest-Status.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004000 01  CatalogRecord.
004100     02  CAT-Generation      PIC 9(05).
004200     02  CAT-Backup-Date     PIC 9(08).
004210
004220 FD  ManifestFile.
004230     COPY "BKUPMAN.CPY".
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-Catalog-Status       PIC XX.
005800 01  WS-New-Generation       PIC 9(05) VALUE 0.
005900 01  WS-Backup-Name          PIC X(30).
006000 01  WS-Copy-Status          PIC S9(08) COMP-5 VALUE 0.
006010 01  WS-Manifest-Status      PIC XX.
006020     88  WS-Manifest-Missing     VALUE "35".
006030 01  WS-Manifest-Eof         PIC X VALUE "N".
006040     88  WS-End-Of-Manifest      VALUE "Y".
006050 01  WS-Manifest-Table.
006060     02  WS-Man-Entry OCCURS 700 TIMES.
006070         03  WS-Man-Record       PIC X(54).
006080 01  WS-Man-Count            PIC 9(04) COMP VALUE 0.
006090 01  WS-Man-Index            PIC 9(04) COMP.
006100 01  WS-Man-Set-Start        PIC 9(04) COMP.
006110 01  WS-Keep-Generation      PIC 9(05).
006120 01  WS-Set-Time             PIC 9(08).
006130 01  WS-Set-State            PIC X(01).
006140     88  WS-Set-Failed           VALUE "N".
006150 01  WS-Member-Path          PIC X(30).
006160 01  WS-Member-Count         PIC 9(09).
006170 01  WS-Member-Result        PIC X(01).
006180 01  WS-Lock-Request         PIC X.
006190 01  WS-Lock-Granted         PIC X.
006191     88  WS-Lock-Was-Granted     VALUE "Y".
006192 01  WS-Excp-Severity        PIC X(01).
006193 01  WS-Excp-Message         PIC X(60).
006194     COPY "BKUPSET.CPY".
006195 01  WS-P-BKUPCTL-DAT       PIC X(30) VALUE "BKUPCTL.DAT".
006196 01  WS-P-BKUPMAN-DAT       PIC X(30) VALUE "BKUPMAN.DAT".
006300 01  WS-Eoj-Start-Time       PIC 9(08).
006400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
006725 01  WS-Parm-Request         PIC X(01) VALUE "G".
006750 01  WS-Parm-Name            PIC X(12).
006775 01  WS-Parm-Value           PIC X(20).
006800 01  WS-Program-Name         PIC X(20) VALUE "USERBKUP".
006900
007000 PROCEDURE DIVISION.
007200 0000-MAINLINE.
007300     CALL "PreDefMsg" USING WS-Program-Name
007400     ACCEPT WS-Eoj-Start-Time FROM TIME
007600     CALL "EnvName" USING WS-P-BKUPCTL-DAT
007650     CALL "EnvName" USING WS-P-BKUPMAN-DAT
007700     DISPLAY "ACCOUNT FILES BACKUP SET"
007800     DISPLAY "========================"
007900     CALL "BusDate" USING WS-Run-Date
007960     MOVE "GENERATIONS" TO WS-Parm-Name
008020     MOVE "007" TO WS-Parm-Value
008080     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
008140     COMPUTE WS-Retention = FUNCTION NUMVAL(WS-Parm-Value)
008200     IF WS-Retention = ZERO
008300         MOVE 7 TO WS-Retention
008400     END-IF
008500     PERFORM 1000-LOAD-CATALOG THRU 1000-LOAD-CATALOG-EXIT
008550     PERFORM 1100-LOAD-MANIFEST THRU 1100-LOAD-MANIFEST-EXIT
008560*    The set is taken under the exclusive claim, so no updater
008570*    can change one file of the set between two of the copies.
008580     MOVE "C" TO WS-Lock-Request
008590     CALL "UserLock" USING WS-Lock-Request,
008591         WS-Program-Name, WS-Lock-Granted
008592     IF NOT WS-Lock-Was-Granted
008593         DISPLAY "USERS.DATA IS IN USE - NO BACKUP SET TAKEN "
008594             "THIS RUN."
008595         MOVE 4 TO WS-Eoj-Return-Code
008596         GO TO 0000-END-RUN
008597     END-IF
008600     PERFORM 2000-TAKE-BACKUP THRU 2000-TAKE-BACKUP-EXIT
008700     IF NOT WS-Set-Failed
008800         PERFORM 3000-APPLY-RETENTION
008900             THRU 3000-APPLY-RETENTION-EXIT
009000         PERFORM 4000-REWRITE-CATALOG
009100             THRU 4000-REWRITE-CATALOG-EXIT
009150         PERFORM 4100-REWRITE-MANIFEST
009160             THRU 4100-REWRITE-MANIFEST-EXIT
009200     END-IF
009210     MOVE "R" TO WS-Lock-Request
009220     CALL "UserLock" USING WS-Lock-Request,
009230         WS-Program-Name, WS-Lock-Granted
009240     .
009250 0000-END-RUN.
009300     CALL "EndMsg" USING WS-Program-Name,
009400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
009500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
012200     .
012300 1000-LOAD-CATALOG-EXIT.
012400     EXIT.
012410
012420 1100-LOAD-MANIFEST.
012430     OPEN INPUT ManifestFile
012440     IF WS-Manifest-Missing
012450         GO TO 1100-LOAD-MANIFEST-EXIT
012460     END-IF
012470     PERFORM UNTIL WS-End-Of-Manifest
012480         READ ManifestFile
012490             AT END SET WS-End-Of-Manifest TO TRUE
012491             NOT AT END
012492                 IF WS-Man-Count < 700
012493                     ADD 1 TO WS-Man-Count
012494                     MOVE BkupManRecord
012495                         TO WS-Man-Record(WS-Man-Count)
012496                 END-IF
012497         END-READ
012498     END-PERFORM
012499     CLOSE ManifestFile
012500     .
012501 1100-LOAD-MANIFEST-EXIT.
012502     EXIT.
012551
012600 2000-TAKE-BACKUP.
012700     ADD 1 TO WS-New-Generation
012710     ACCEPT WS-Set-Time FROM TIME
012720     MOVE "Y" TO WS-Set-State
012730     COMPUTE WS-Man-Set-Start = WS-Man-Count + 1
012740     PERFORM VARYING WS-Bset-Idx FROM 1 BY 1
012750             UNTIL WS-Bset-Idx > WS-Bset-Count
012760                OR WS-Set-Failed
012770         PERFORM 2200-COPY-MEMBER THRU 2200-COPY-MEMBER-EXIT
012780     END-PERFORM
013300     IF NOT WS-Set-Failed
013400         ADD 1 TO WS-Gen-Count
013500         MOVE WS-New-Generation
013600             TO WS-Gen-Number(WS-Gen-Count)
013700         MOVE WS-Run-Date TO WS-Gen-Date(WS-Gen-Count)
013800         DISPLAY "BACKUP SET " WS-New-Generation
013900             " TAKEN - " WS-Bset-Count " FILES."
014000     ELSE
014010         PERFORM 2400-DISCARD-SET THRU 2400-DISCARD-SET-EXIT
014100         DISPLAY "NO BACKUP SET TAKEN THIS RUN - THE COPIES "
014200             "ALREADY MADE HAVE BEEN REMOVED."
014210         MOVE "W" TO WS-Excp-Severity
014220         MOVE "BACKUP SET FAILED - NO SET TAKEN THIS RUN"
014230             TO WS-Excp-Message
014240         CALL "ExcpLog" USING WS-Program-Name,
014250             WS-Excp-Severity, WS-Excp-Message
014260         MOVE 4 TO WS-Eoj-Return-Code
014300     END-IF
014400     .
014500 2000-TAKE-BACKUP-EXIT.
014600     EXIT.
014700
014800 2100-BUILD-BACKUP-NAME.
014810     MOVE WS-Bset-File(WS-Bset-Idx) TO WS-Member-Path
014820     CALL "EnvName" USING WS-Member-Path
014900     MOVE SPACES TO WS-Backup-Name
015000     STRING FUNCTION TRIM(WS-Member-Path) ".G"
015100         WS-New-Generation
015200         DELIMITED BY SIZE INTO WS-Backup-Name
015300     .
015400 2100-BUILD-BACKUP-NAME-EXIT.
015500     EXIT.
015510
015520*--------------------------------------------------------------
015530* One file of the set. A file that does not exist yet (no
015540* account ever retired, say) is recorded as absent rather than
015550* failing the set; a file that is there but will not copy or
015560* count fails the whole set.
015570*--------------------------------------------------------------
015580 2200-COPY-MEMBER.
015590     PERFORM 2100-BUILD-BACKUP-NAME
015591         THRU 2100-BUILD-BACKUP-NAME-EXIT
015592     MOVE SPACES TO BkupManRecord
015593     MOVE WS-New-Generation TO BM-Set-Number
015594     MOVE WS-Bset-File(WS-Bset-Idx) TO BM-File-Name
015595     MOVE WS-Run-Date TO BM-Set-Date
015596     MOVE WS-Set-Time TO BM-Set-Time
015597     CALL "BkupCnt" USING BM-File-Name, WS-Member-Path,
015598         WS-Member-Count, WS-Member-Result
015599     IF WS-Member-Result = "M"
015600         MOVE ZERO TO BM-Record-Count
015601         SET BM-Was-Absent TO TRUE
015602         DISPLAY FUNCTION TRIM(BM-File-Name)
015603             " NOT PRESENT - RECORDED AS ABSENT."
015604         GO TO 2200-COPY-MEMBER-SAVE
015605     END-IF
015606     IF WS-Member-Result NOT = "Y"
015607         DISPLAY FUNCTION TRIM(BM-File-Name)
015608             " WILL NOT OPEN - SET ABANDONED."
015609         SET WS-Set-Failed TO TRUE
015610         GO TO 2200-COPY-MEMBER-EXIT
015611     END-IF
015612     CALL "CBL_COPY_FILE" USING WS-Member-Path,
015613         WS-Backup-Name
015614         RETURNING WS-Copy-Status
015615     IF WS-Copy-Status NOT = ZERO
015616         DISPLAY "COULD NOT COPY " FUNCTION TRIM(BM-File-Name)
015617             " - SET ABANDONED."
015618         SET WS-Set-Failed TO TRUE
015619         GO TO 2200-COPY-MEMBER-EXIT
015620     END-IF
015621     CALL "BkupCnt" USING BM-File-Name, WS-Backup-Name,
015622         WS-Member-Count, WS-Member-Result
015623     IF WS-Member-Result NOT = "Y"
015624         DISPLAY "COPY OF " FUNCTION TRIM(BM-File-Name)
015625             " WILL NOT OPEN - SET ABANDONED."
015626         SET WS-Set-Failed TO TRUE
015627         GO TO 2200-COPY-MEMBER-EXIT
015628     END-IF
015629     MOVE WS-Member-Count TO BM-Record-Count
015630     SET BM-Was-Copied TO TRUE
015631     ADD WS-Member-Count TO WS-Eoj-Read-Count
015632     ADD 1 TO WS-Eoj-Written-Count
015633     DISPLAY FUNCTION TRIM(BM-File-Name) " - "
015634         BM-Record-Count " RECORDS TO "
015635         FUNCTION TRIM(WS-Backup-Name)
015636     .
015637 2200-COPY-MEMBER-SAVE.
015638     IF WS-Man-Count < 700
015639         ADD 1 TO WS-Man-Count
015640         MOVE BkupManRecord TO WS-Man-Record(WS-Man-Count)
015641     END-IF
015642     .
015643 2200-COPY-MEMBER-EXIT.
015644     EXIT.
015645
015646*--------------------------------------------------------------
015647* A failed set leaves nothing behind: every copy this run made
015648* is deleted and its manifest lines dropped.
015649*--------------------------------------------------------------
015650 2400-DISCARD-SET.
015651     PERFORM VARYING WS-Bset-Idx FROM 1 BY 1
015652             UNTIL WS-Bset-Idx > WS-Bset-Count
015653         PERFORM 2100-BUILD-BACKUP-NAME
015654             THRU 2100-BUILD-BACKUP-NAME-EXIT
015655         CALL "CBL_DELETE_FILE" USING WS-Backup-Name
015656             RETURNING WS-Copy-Status
015657     END-PERFORM
015658     COMPUTE WS-Man-Count = WS-Man-Set-Start - 1
015659     MOVE ZERO TO WS-Eoj-Written-Count
015660     .
015661 2400-DISCARD-SET-EXIT.
015662     EXIT.
015681
015700 3000-APPLY-RETENTION.
015800     IF WS-Gen-Count <= WS-Retention
015900         GO TO 3000-APPLY-RETENTION-EXIT
016300             UNTIL WS-Gen-Index >= WS-Keep-From
016400         MOVE WS-Gen-Number(WS-Gen-Index)
016500             TO WS-New-Generation
016510         PERFORM VARYING WS-Bset-Idx FROM 1 BY 1
016520                 UNTIL WS-Bset-Idx > WS-Bset-Count
016600             PERFORM 2100-BUILD-BACKUP-NAME
016700                 THRU 2100-BUILD-BACKUP-NAME-EXIT
016800             CALL "CBL_DELETE_FILE" USING WS-Backup-Name
016900                 RETURNING WS-Copy-Status
016950         END-PERFORM
017000         DISPLAY "GENERATION " WS-Gen-Number(WS-Gen-Index)
017100             " RETIRED."
017200     END-PERFORM
019100     .
019200 4000-REWRITE-CATALOG-EXIT.
019300     EXIT.
019400
019500*--------------------------------------------------------------
019600* The manifest keeps the lines of the sets the catalog keeps.
019700*--------------------------------------------------------------
019800 4100-REWRITE-MANIFEST.
019900     MOVE WS-Gen-Number(WS-Keep-From) TO WS-Keep-Generation
020000     OPEN OUTPUT ManifestFile
020100     PERFORM VARYING WS-Man-Index FROM 1 BY 1
020200             UNTIL WS-Man-Index > WS-Man-Count
020300         MOVE WS-Man-Record(WS-Man-Index) TO BkupManRecord
020400         IF BM-Set-Number NOT < WS-Keep-Generation
020500             WRITE BkupManRecord
020600         END-IF
020700     END-PERFORM
020800     CLOSE ManifestFile
020900     .
021000 4100-REWRITE-MANIFEST-EXIT.
021100     EXIT.
021110
021120*--------------------------------------------------------------
021130* Standing run parameters come from the RUNPARM.DAT library;
021140* the caller primes WS-Parm-Value with the default.
021150*--------------------------------------------------------------
021160 9700-GET-RUN-PARM.
021170     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
021180         WS-Parm-Name, WS-Parm-Value
021190     .
021200 9700-GET-RUN-PARM-EXIT.
021210     EXIT.
