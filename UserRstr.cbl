000500 DATE-WRITTEN. 2026-08-22.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Restores a chosen backup set taken by UserBkup - the whole
000810* set as a unit, or one chosen file from it. Lists the
000900* BKUPCTL.DAT catalog with each set's file count from the
001000* BKUPMAN.DAT manifest, asks which set (and file) to put back,
001010* confirms, then moves each live file aside to its physical
001100* name plus .PRE before copying the set in - so even a
001200* restore has an undo. Every file put back is recounted
001210* through BkupCnt against the manifest; any copy or count
001220* that fails puts every live file back as it was. A good
001230* restore then runs the UserRecon and UserXChk checks and
001240* ends with the worse of their return codes. A generation
001250* from before sets were taken holds USERS.DATA only.
001300*--------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*--------------------------------------------------------------
002390*                 CONTACT.DAT, proved through the shared
002391*                 AuthChk routine; a refusal lands on
002392*                 EXCEPTS.DAT, RC 8.
002393* 2026-10-15 JWG  Restores a whole backup set as a unit, or
002394*                 one chosen file of it, recounting each file
002395*                 against the BKUPMAN.DAT manifest and backing
002396*                 the lot out on any failure; the prior live
002397*                 files are kept as <name>.PRE (USERS.DATA's
002398*                 was USERS.PRE). A good restore runs UserRecon
002399*                 and UserXChk and is evidenced via AuditLog.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002800     SELECT CatalogFile ASSIGN TO DYNAMIC WS-P-BKUPCTL-DAT
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-Catalog-Status.
003010     SELECT ManifestFile ASSIGN TO DYNAMIC WS-P-BKUPMAN-DAT
003020         ORGANIZATION IS LINE SEQUENTIAL
003030         FILE STATUS IS WS-Manifest-Status.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003500 01  CatalogRecord.
003600     02  CAT-Generation      PIC 9(05).
003700     02  CAT-Backup-Date     PIC 9(08).
003710
003720 FD  ManifestFile.
003730     COPY "BKUPMAN.CPY".
003800
003900 WORKING-STORAGE SECTION.
004000 01  WS-Catalog-Status       PIC XX.
004800 01  WS-Confirm-Reply        PIC X.
004900     88  WS-Restore-Confirmed    VALUE "Y" "y".
005000 01  WS-Backup-Name          PIC X(30).
005100 01  WS-Auth-EmpId           PIC 9(05).
005200 01  WS-Auth-Role            PIC X(01).
005300 01  WS-Auth-Granted         PIC X(01).
005400     88  WS-Auth-Was-Granted     VALUE "Y".
005500 01  WS-Lock-Request         PIC X.
005600 01  WS-Lock-Granted         PIC X.
005700     88  WS-Lock-Was-Granted     VALUE "Y".
005800 01  WS-Copy-Status          PIC S9(08) COMP-5 VALUE 0.
005900 01  WS-Manifest-Status      PIC XX.
006000     88  WS-Manifest-Missing     VALUE "35".
006100 01  WS-Manifest-Eof         PIC X VALUE "N".
006200     88  WS-End-Of-Manifest      VALUE "Y".
006300 01  WS-Manifest-Table.
006400     02  WS-Man-Entry OCCURS 700 TIMES.
006500         03  WS-Man-Record       PIC X(54).
006600 01  WS-Man-Count            PIC 9(04) COMP VALUE 0.
006700 01  WS-Man-Index            PIC 9(04) COMP.
006800 01  WS-Set-Files            PIC 9(02) COMP.
006900 01  WS-Set-Files-Disp       PIC Z9.
007000 01  WS-Chosen-File          PIC X(13).
007100 01  WS-Chosen-Known         PIC X(01).
007200     88  WS-Chosen-In-Set        VALUE "Y".
007300*    The files this restore puts back, with where each one
007400*    lives, where its copy is and where the live file is moved
007500*    aside to.
007600 01  WS-Restore-Table.
007700     02  WS-Rst-Entry OCCURS 7 TIMES.
007800         03  WS-Rst-File         PIC X(13).
007900         03  WS-Rst-Count        PIC 9(09).
008000         03  WS-Rst-State        PIC X(01).
008100             88  WS-Rst-Copied       VALUE "C".
008200             88  WS-Rst-Absent       VALUE "A".
008300         03  WS-Rst-Count-Known  PIC X(01).
008400             88  WS-Rst-Has-Count    VALUE "Y".
008500         03  WS-Rst-Live-Path    PIC X(30).
008600         03  WS-Rst-Copy-Path    PIC X(30).
008700         03  WS-Rst-Aside-Path   PIC X(30).
008800         03  WS-Rst-Aside        PIC X(01).
008900             88  WS-Rst-Moved-Aside  VALUE "Y".
009000         03  WS-Rst-Put-Back     PIC X(01).
009100             88  WS-Rst-Was-Put-Back VALUE "Y".
009200 01  WS-Rst-Count-Total      PIC 9(02) COMP VALUE 0.
009300 01  WS-Rst-Index            PIC 9(02) COMP.
009400 01  WS-Restore-State        PIC X(01).
009500     88  WS-Restore-Failed       VALUE "N".
009600 01  WS-Member-Count         PIC 9(09).
009700 01  WS-Member-Result        PIC X(01).
009800 01  WS-Check-Code           PIC 9(04).
009900 01  WS-Recon-Code           PIC 9(04).
010000 01  WS-XChk-Code            PIC 9(04).
010100 01  WS-Audit-Event          PIC X(12).
010200 01  WS-Audit-Detail         PIC X(60).
010300     COPY "BKUPSET.CPY".
010400 01  WS-P-BKUPCTL-DAT       PIC X(30) VALUE "BKUPCTL.DAT".
010500 01  WS-P-BKUPMAN-DAT       PIC X(30) VALUE "BKUPMAN.DAT".
010600 01  WS-Eoj-Start-Time       PIC 9(08).
010700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
011000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
011100 01  WS-Program-Name         PIC X(20) VALUE "USERRSTR".
011200
011300 PROCEDURE DIVISION.
011400
011500 0000-MAINLINE.
011600     CALL "PreDefMsg" USING WS-Program-Name
011700     ACCEPT WS-Eoj-Start-Time FROM TIME
011800     CALL "EnvName" USING WS-P-BKUPCTL-DAT
011900     CALL "EnvName" USING WS-P-BKUPMAN-DAT
012000     DISPLAY "ACCOUNT FILES BACKUP SET RESTORE"
012100     DISPLAY "================================"
012200     PERFORM 1100-LOAD-MANIFEST THRU 1100-LOAD-MANIFEST-EXIT
012300     PERFORM 1000-LIST-GENERATIONS
012400         THRU 1000-LIST-GENERATIONS-EXIT
012500     IF WS-Listed-Count = 0
012600         DISPLAY "NO BACKUP SETS ON FILE - NOTHING "
012700             "TO RESTORE."
012800     ELSE
012900         PERFORM 2000-RESTORE-GENERATION
013000             THRU 2000-RESTORE-GENERATION-EXIT
013100     END-IF
013200     CALL "EndMsg" USING WS-Program-Name,
013300         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
013400         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
013500         WS-Eoj-Return-Code
013600     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013700     STOP RUN.
013800
013900 1000-LIST-GENERATIONS.
014000     OPEN INPUT CatalogFile
014100     IF WS-Catalog-Missing
014200         GO TO 1000-LIST-GENERATIONS-EXIT
014300     END-IF
014400     DISPLAY "SET    TAKEN ON  FILES"
014500     DISPLAY "-----  --------  -----"
014600     READ CatalogFile
014700         AT END SET WS-End-Of-Catalog TO TRUE
014800     END-READ
014900     PERFORM UNTIL WS-End-Of-Catalog
015000         MOVE CAT-Generation TO WS-Chosen-Generation
015100         PERFORM 1200-COUNT-SET-FILES
015200             THRU 1200-COUNT-SET-FILES-EXIT
015300         IF WS-Set-Files = 0
015400             DISPLAY CAT-Generation "  " CAT-Backup-Date
015500                 "  USERS.DATA ONLY"
015600         ELSE
015700             MOVE WS-Set-Files TO WS-Set-Files-Disp
015800             DISPLAY CAT-Generation "  " CAT-Backup-Date
015900                 "     " WS-Set-Files-Disp
016000         END-IF
016100         ADD 1 TO WS-Listed-Count
016200         READ CatalogFile
016300             AT END SET WS-End-Of-Catalog TO TRUE
016400         END-READ
016500     END-PERFORM
016600     CLOSE CatalogFile
016700     .
016800 1000-LIST-GENERATIONS-EXIT.
016900     EXIT.
017000
017100 1100-LOAD-MANIFEST.
017200     OPEN INPUT ManifestFile
017300     IF WS-Manifest-Missing
017400         GO TO 1100-LOAD-MANIFEST-EXIT
017500     END-IF
017600     PERFORM UNTIL WS-End-Of-Manifest
017700         READ ManifestFile
017800             AT END SET WS-End-Of-Manifest TO TRUE
017900             NOT AT END
018000                 IF WS-Man-Count < 700
018100                     ADD 1 TO WS-Man-Count
018200                     MOVE BkupManRecord
018300                         TO WS-Man-Record(WS-Man-Count)
018400                 END-IF
018500         END-READ
018600     END-PERFORM
018700     CLOSE ManifestFile
018800     .
018900 1100-LOAD-MANIFEST-EXIT.
019000     EXIT.
019100
019200 1200-COUNT-SET-FILES.
019300     MOVE 0 TO WS-Set-Files
019400     PERFORM VARYING WS-Man-Index FROM 1 BY 1
019500             UNTIL WS-Man-Index > WS-Man-Count
019600         MOVE WS-Man-Record(WS-Man-Index) TO BkupManRecord
019700         IF BM-Set-Number = WS-Chosen-Generation
019800             ADD 1 TO WS-Set-Files
019900         END-IF
020000     END-PERFORM
020100     .
020200 1200-COUNT-SET-FILES-EXIT.
020300     EXIT.
020400
020500 2000-RESTORE-GENERATION.
020600     DISPLAY "Enter set number to restore: "
020700     ACCEPT WS-Chosen-Generation
020800     PERFORM 2100-CHECK-GENERATION
020900         THRU 2100-CHECK-GENERATION-EXIT
021000     IF NOT WS-Generation-On-File
021100         DISPLAY "SET " WS-Chosen-Generation
021200             " IS NOT IN THE CATALOG - NOTHING RESTORED."
021300         GO TO 2000-RESTORE-GENERATION-EXIT
021400     END-IF
021500     DISPLAY "File to restore (blank = the whole set): "
021600     ACCEPT WS-Chosen-File
021700     MOVE FUNCTION UPPER-CASE(WS-Chosen-File) TO WS-Chosen-File
021800     PERFORM 2150-BUILD-RESTORE-LIST
021900         THRU 2150-BUILD-RESTORE-LIST-EXIT
022000     IF WS-Rst-Count-Total = 0
022100         DISPLAY FUNCTION TRIM(WS-Chosen-File)
022200             " IS NOT IN SET " WS-Chosen-Generation
022300             " - NOTHING RESTORED."
022400         GO TO 2000-RESTORE-GENERATION-EXIT
022500     END-IF
022600     DISPLAY "Enter your employee id (5 digits): "
022700     ACCEPT WS-Auth-EmpId
022800     MOVE "S" TO WS-Auth-Role
022900     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
023000         WS-Program-Name, WS-Auth-Granted
023100     IF NOT WS-Auth-Was-Granted
023200         MOVE 8 TO WS-Eoj-Return-Code
023300         GO TO 2000-RESTORE-GENERATION-EXIT
023400     END-IF
023500     IF WS-Chosen-File = SPACES
023600         DISPLAY "This will replace the live copies of every "
023700             "file in the set - confirm (Y/N)? "
023800     ELSE
023900         DISPLAY "This will replace the live "
024000             FUNCTION TRIM(WS-Chosen-File)
024100             " - confirm (Y/N)? "
024200     END-IF
024300     ACCEPT WS-Confirm-Reply
024400     IF NOT WS-Restore-Confirmed
024500         DISPLAY "Restore abandoned - live files untouched."
024600         GO TO 2000-RESTORE-GENERATION-EXIT
024700     END-IF
024800*    A restore rewrites the production account file - it takes
024900*    the suite-wide lock like every other updater, so it
025000*    cannot pull the file out from under a sign-on or a feed.
025100     MOVE "C" TO WS-Lock-Request
025200     CALL "UserLock" USING WS-Lock-Request,
025300         WS-Program-Name, WS-Lock-Granted
025400     IF NOT WS-Lock-Was-Granted
025500         MOVE 8 TO WS-Eoj-Return-Code
025600         GO TO 2000-RESTORE-GENERATION-EXIT
025700     END-IF
025800     PERFORM 2200-SWAP-GENERATION
025900         THRU 2200-SWAP-GENERATION-EXIT
026000     MOVE "R" TO WS-Lock-Request
026100     CALL "UserLock" USING WS-Lock-Request,
026200         WS-Program-Name, WS-Lock-Granted
026300     IF WS-Restore-Failed
026400         MOVE 8 TO WS-Eoj-Return-Code
026500         GO TO 2000-RESTORE-GENERATION-EXIT
026600     END-IF
026700     PERFORM 2900-AUDIT-RESTORE THRU 2900-AUDIT-RESTORE-EXIT
026800     PERFORM 3000-RUN-CHECKS THRU 3000-RUN-CHECKS-EXIT
026900     .
027000 2000-RESTORE-GENERATION-EXIT.
027100     EXIT.
027200
027300 2100-CHECK-GENERATION.
027400     MOVE "N" TO WS-Generation-Known
027500     MOVE "N" TO WS-Eof-Switch
027600     OPEN INPUT CatalogFile
027700     READ CatalogFile
027800         AT END SET WS-End-Of-Catalog TO TRUE
027900     END-READ
028000     PERFORM UNTIL WS-End-Of-Catalog
028100         IF CAT-Generation = WS-Chosen-Generation
028200             SET WS-Generation-On-File TO TRUE
028300         END-IF
028400         READ CatalogFile
028500             AT END SET WS-End-Of-Catalog TO TRUE
028600         END-READ
028700     END-PERFORM
028800     CLOSE CatalogFile
028900     .
029000 2100-CHECK-GENERATION-EXIT.
029100     EXIT.
029200
029300*--------------------------------------------------------------
029400* The files to put back: the set's manifest lines (all of them,
029500* or just the chosen file). A generation with no manifest
029600* lines predates sets and holds USERS.DATA alone, with no
029700* count to prove it by.
029800*--------------------------------------------------------------
029900 2150-BUILD-RESTORE-LIST.
030000     MOVE 0 TO WS-Rst-Count-Total
030200     PERFORM 1200-COUNT-SET-FILES THRU 1200-COUNT-SET-FILES-EXIT
030300     IF WS-Set-Files = 0
030400         IF WS-Chosen-File = SPACES
030500                 OR WS-Chosen-File = "USERS.DATA"
030600             MOVE SPACES TO BkupManRecord
030700             MOVE "USERS.DATA" TO BM-File-Name
030800             MOVE ZERO TO BM-Record-Count
030900             SET BM-Was-Copied TO TRUE
031000             PERFORM 2160-ADD-RESTORE-ENTRY
031100                 THRU 2160-ADD-RESTORE-ENTRY-EXIT
031200             MOVE "N" TO WS-Rst-Count-Known(WS-Rst-Count-Total)
031300         END-IF
031400         GO TO 2150-BUILD-RESTORE-LIST-EXIT
031500     END-IF
031600     PERFORM VARYING WS-Man-Index FROM 1 BY 1
031700             UNTIL WS-Man-Index > WS-Man-Count
031800         MOVE WS-Man-Record(WS-Man-Index) TO BkupManRecord
031900         IF BM-Set-Number = WS-Chosen-Generation
032000             AND (WS-Chosen-File = SPACES
032100                 OR WS-Chosen-File = BM-File-Name)
032200             AND WS-Rst-Count-Total < 7
032300             PERFORM 2160-ADD-RESTORE-ENTRY
032400                 THRU 2160-ADD-RESTORE-ENTRY-EXIT
032500         END-IF
032600     END-PERFORM
032700     .
032800 2150-BUILD-RESTORE-LIST-EXIT.
032900     EXIT.
033000
033100 2160-ADD-RESTORE-ENTRY.
033200     ADD 1 TO WS-Rst-Count-Total
033300     MOVE WS-Rst-Count-Total TO WS-Rst-Index
033400     MOVE BM-File-Name TO WS-Rst-File(WS-Rst-Index)
033500     MOVE BM-Record-Count TO WS-Rst-Count(WS-Rst-Index)
033600     MOVE BM-Copy-State TO WS-Rst-State(WS-Rst-Index)
033700     MOVE "Y" TO WS-Rst-Count-Known(WS-Rst-Index)
033800     MOVE "N" TO WS-Rst-Aside(WS-Rst-Index)
033900     MOVE "N" TO WS-Rst-Put-Back(WS-Rst-Index)
034000     MOVE BM-File-Name TO WS-Rst-Live-Path(WS-Rst-Index)
034100     CALL "EnvName" USING WS-Rst-Live-Path(WS-Rst-Index)
034200     MOVE SPACES TO WS-Rst-Copy-Path(WS-Rst-Index)
034300     STRING FUNCTION TRIM(WS-Rst-Live-Path(WS-Rst-Index)) ".G"
034400         WS-Chosen-Generation
034500         DELIMITED BY SIZE INTO WS-Rst-Copy-Path(WS-Rst-Index)
034600     MOVE SPACES TO WS-Rst-Aside-Path(WS-Rst-Index)
034700     STRING FUNCTION TRIM(WS-Rst-Live-Path(WS-Rst-Index)) ".PRE"
034800         DELIMITED BY SIZE INTO WS-Rst-Aside-Path(WS-Rst-Index)
034900     .
035000 2160-ADD-RESTORE-ENTRY-EXIT.
035100     EXIT.
035200
035300*--------------------------------------------------------------
035400* All or nothing: every live file is moved aside first, then
035500* every copy is put in and recounted. The first failure puts
035600* every live file back as it was.
035700*--------------------------------------------------------------
035800 2200-SWAP-GENERATION.
035900     MOVE "Y" TO WS-Restore-State
036000     PERFORM VARYING WS-Rst-Index FROM 1 BY 1
036100             UNTIL WS-Rst-Index > WS-Rst-Count-Total
036200                OR WS-Restore-Failed
036300         PERFORM 2300-MOVE-ASIDE THRU 2300-MOVE-ASIDE-EXIT
036400     END-PERFORM
036500     PERFORM VARYING WS-Rst-Index FROM 1 BY 1
036600             UNTIL WS-Rst-Index > WS-Rst-Count-Total
036700                OR WS-Restore-Failed
036800         PERFORM 2400-PUT-BACK THRU 2400-PUT-BACK-EXIT
036900     END-PERFORM
037000     IF WS-Restore-Failed
037100         PERFORM 2600-BACK-OUT THRU 2600-BACK-OUT-EXIT
037200         GO TO 2200-SWAP-GENERATION-EXIT
037300     END-IF
037400     DISPLAY "SET " WS-Chosen-Generation
037500         " RESTORED. THE PRIOR LIVE FILES ARE KEPT AS .PRE."
037600     .
037700 2200-SWAP-GENERATION-EXIT.
037800     EXIT.
037900
038000 2300-MOVE-ASIDE.
038100     CALL "CBL_RENAME_FILE" USING
038200         WS-Rst-Live-Path(WS-Rst-Index),
038300         WS-Rst-Aside-Path(WS-Rst-Index)
038400         RETURNING WS-Copy-Status
038500     IF WS-Copy-Status = ZERO
038600         SET WS-Rst-Moved-Aside(WS-Rst-Index) TO TRUE
038700         GO TO 2300-MOVE-ASIDE-EXIT
038800     END-IF
038900*    Nothing to move aside is fine - the file may not exist.
039000     CALL "BkupCnt" USING WS-Rst-File(WS-Rst-Index),
039100         WS-Rst-Live-Path(WS-Rst-Index),
039200         WS-Member-Count, WS-Member-Result
039300     IF WS-Member-Result NOT = "M"
039400         DISPLAY "COULD NOT MOVE THE LIVE "
039500             FUNCTION TRIM(WS-Rst-File(WS-Rst-Index))
039600             " ASIDE - NOTHING RESTORED."
039700         SET WS-Restore-Failed TO TRUE
039800     END-IF
039900     .
040000 2300-MOVE-ASIDE-EXIT.
040100     EXIT.
040200
040300 2400-PUT-BACK.
040400     IF WS-Rst-Absent(WS-Rst-Index)
040500         DISPLAY FUNCTION TRIM(WS-Rst-File(WS-Rst-Index))
040600             " WAS ABSENT WHEN THE SET WAS TAKEN - LEFT ABSENT."
040700         GO TO 2400-PUT-BACK-EXIT
040800     END-IF
040900     CALL "CBL_COPY_FILE" USING
041000         WS-Rst-Copy-Path(WS-Rst-Index),
041100         WS-Rst-Live-Path(WS-Rst-Index)
041200         RETURNING WS-Copy-Status
041300     IF WS-Copy-Status NOT = ZERO
041400         DISPLAY "COPY OF "
041500             FUNCTION TRIM(WS-Rst-File(WS-Rst-Index))
041600             " FAILED - PUTTING THE LIVE FILES BACK."
041700         SET WS-Restore-Failed TO TRUE
041800         GO TO 2400-PUT-BACK-EXIT
041900     END-IF
042000     SET WS-Rst-Was-Put-Back(WS-Rst-Index) TO TRUE
042100     CALL "BkupCnt" USING WS-Rst-File(WS-Rst-Index),
042200         WS-Rst-Live-Path(WS-Rst-Index),
042300         WS-Member-Count, WS-Member-Result
042400     IF WS-Member-Result NOT = "Y"
042500         DISPLAY "RESTORED "
042600             FUNCTION TRIM(WS-Rst-File(WS-Rst-Index))
042700             " WILL NOT OPEN - PUTTING THE LIVE FILES BACK."
042800         SET WS-Restore-Failed TO TRUE
042900         GO TO 2400-PUT-BACK-EXIT
043000     END-IF
043100     IF WS-Rst-Has-Count(WS-Rst-Index)
043200             AND WS-Member-Count NOT = WS-Rst-Count(WS-Rst-Index)
043300         DISPLAY "RESTORED "
043400             FUNCTION TRIM(WS-Rst-File(WS-Rst-Index))
043500             " HOLDS " WS-Member-Count " RECORDS, THE MANIFEST "
043600             "SAYS " WS-Rst-Count(WS-Rst-Index)
043700         DISPLAY "PUTTING THE LIVE FILES BACK."
043800         SET WS-Restore-Failed TO TRUE
043900         GO TO 2400-PUT-BACK-EXIT
044000     END-IF
044100     ADD WS-Member-Count TO WS-Eoj-Read-Count
044200     ADD 1 TO WS-Eoj-Written-Count
044300     DISPLAY FUNCTION TRIM(WS-Rst-File(WS-Rst-Index))
044400         " RESTORED - " WS-Member-Count " RECORDS."
044500     .
044600 2400-PUT-BACK-EXIT.
044700     EXIT.
044800
044900 2600-BACK-OUT.
045000     PERFORM VARYING WS-Rst-Index FROM 1 BY 1
045100             UNTIL WS-Rst-Index > WS-Rst-Count-Total
045200         IF WS-Rst-Was-Put-Back(WS-Rst-Index)
045300             CALL "CBL_DELETE_FILE" USING
045400                 WS-Rst-Live-Path(WS-Rst-Index)
045500                 RETURNING WS-Copy-Status
045600         END-IF
045700         IF WS-Rst-Moved-Aside(WS-Rst-Index)
045800             CALL "CBL_RENAME_FILE" USING
045900                 WS-Rst-Aside-Path(WS-Rst-Index),
046000                 WS-Rst-Live-Path(WS-Rst-Index)
046100                 RETURNING WS-Copy-Status
046200             IF WS-Copy-Status NOT = ZERO
046300                 DISPLAY "COULD NOT PUT "
046400                     FUNCTION TRIM(
046500                         WS-Rst-Aside-Path(WS-Rst-Index))
046600                     " BACK - RENAME IT TO "
046700                     FUNCTION TRIM(
046800                         WS-Rst-Live-Path(WS-Rst-Index))
046900                     " BY HAND."
047000             END-IF
047100         END-IF
047200     END-PERFORM
047300     MOVE ZERO TO WS-Eoj-Written-Count
047400     DISPLAY "NOTHING RESTORED - THE LIVE FILES ARE AS THEY "
047500         "WERE."
047600     .
047700 2600-BACK-OUT-EXIT.
047800     EXIT.
047900
048000 2900-AUDIT-RESTORE.
048100     MOVE "SET-RESTORE" TO WS-Audit-Event
048200     MOVE SPACES TO WS-Audit-Detail
048300     IF WS-Chosen-File = SPACES
048400         MOVE "WHOLE SET" TO WS-Chosen-File
048500     END-IF
048600     STRING "SET " WS-Chosen-Generation " "
048700             DELIMITED BY SIZE
048800         WS-Chosen-File DELIMITED BY SPACE
048900         " BY " WS-Auth-EmpId DELIMITED BY SIZE
049000         INTO WS-Audit-Detail
049100     END-STRING
049200     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
049300         WS-Audit-Detail
049400     .
049500 2900-AUDIT-RESTORE-EXIT.
049600     EXIT.
049700
049800*--------------------------------------------------------------
049900* The restored files are proved the way the nightly chain
050000* proves them: UserRecon against the USERS.DATA trailer, then
050100* UserXChk across the files around it. The run ends with the
050200* worse of their return codes.
050300*--------------------------------------------------------------
050400 3000-RUN-CHECKS.
050500     DISPLAY "RUNNING THE POST-RESTORE CHECKS"
050600     CALL "UserRecon"
050700     MOVE RETURN-CODE TO WS-Recon-Code
050800     CALL "UserXChk"
050900     MOVE RETURN-CODE TO WS-XChk-Code
051000     MOVE ZERO TO RETURN-CODE
051100     DISPLAY "USERRECON RETURN CODE " WS-Recon-Code
051200     DISPLAY "USERXCHK  RETURN CODE " WS-XChk-Code
051300     MOVE WS-Recon-Code TO WS-Check-Code
051400     IF WS-XChk-Code > WS-Check-Code
051500         MOVE WS-XChk-Code TO WS-Check-Code
051600     END-IF
051700     IF WS-Check-Code > WS-Eoj-Return-Code
051800         MOVE WS-Check-Code TO WS-Eoj-Return-Code
051900     END-IF
052000     .
052100 3000-RUN-CHECKS-EXIT.
052200     EXIT.
