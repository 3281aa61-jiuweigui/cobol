000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DrTest.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Disaster-recovery rehearsal, run in the TEST environment so
000900* the auditors' "prove you can recover" has a dated answer
001000* instead of a story. It takes a chosen UserBkup backup set
001100* and the matching USRJRNL.DAT update journal from where
001200* production keeps them, and:
001300*   - restores the set over TEST's files the way UserRstr
001400*     does, recounting each file through BkupCnt against the
001500*     BKUPMAN.DAT manifest
001600*   - forward-recovers USERS.DATA from the journal the way
001700*     UserFwd does, up to a chosen stamp
001800*   - runs EnvChk, UserRecon, UserXChk and AudVerify against
001900*     the result
002000* Each phase's timing, the record counts and each check's
002100* return code go to the DRTEST.TXT evidence report, which
002200* RptStore catalogues under the business date. A check
002300* ending RC 8 or worse, or a restore that does not count
002400* out, is an E exception and ends the run RC 8; RC 4 from a
002500* check is reported as a warning (an older set's trailer is
002600* never from tonight).
002700* The run refuses outright unless EnvName's *ENV label is
002800* TEST - it overwrites the live files of the environment it
002900* runs in. Production's backup copies, catalog, manifest and
003000* journal are found through the DRSOURCE logical name: its
003100* ENVCTL.DAT physical name is the directory prefix they are
003200* read from (no row = the current directory).
003300*--------------------------------------------------------------
003400* MODIFICATION HISTORY
003500*--------------------------------------------------------------
003600* DATE       INIT DESCRIPTION
003700* ---------- ---- -------------------------------------------
003800* 2026-10-15 JWG  Original version.
003900*--------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CatalogFile ASSIGN TO DYNAMIC WS-Src-Catalog
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-Catalog-Status.
004600     SELECT ManifestFile ASSIGN TO DYNAMIC WS-Src-Manifest
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-Manifest-Status.
004900     SELECT JournalFile ASSIGN TO DYNAMIC WS-Src-Journal
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-Journal-Status.
005200     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS UserId
005600         ALTERNATE RECORD KEY IS UserName WITH DUPLICATES
005700         ALTERNATE RECORD KEY IS Email WITH DUPLICATES
005800         FILE STATUS IS WS-File-Status.
005900     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-DRTEST-TXT
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CatalogFile.
006500 01  CatalogRecord.
006600     02  CAT-Generation      PIC 9(05).
006700     02  CAT-Backup-Date     PIC 9(08).
006800
006900 FD  ManifestFile.
007000     COPY "BKUPMAN.CPY".
007100
007200 FD  JournalFile.
007300     COPY "USRJRNL.CPY".
007400
007500 FD  UserDatabase.
007600     COPY "USERREC.CPY".
007700
007800 FD  ReportFile.
007900 01  ReportRecord            PIC X(80).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-Catalog-Status       PIC XX.
008300     88  WS-Catalog-Missing      VALUE "35".
008400 01  WS-Manifest-Status      PIC XX.
008500     88  WS-Manifest-Missing     VALUE "35".
008600 01  WS-Journal-Status       PIC XX.
008700     88  WS-Journal-Missing      VALUE "35".
008800 01  WS-File-Status          PIC XX.
008900     88  WS-File-Not-Found   VALUE "35".
009000 01  WS-Eof-Switch           PIC X VALUE "N".
009100     88  WS-End-Of-Input         VALUE "Y".
009200 01  WS-Env-Label            PIC X(30) VALUE "*ENV".
009300 01  WS-Src-Prefix           PIC X(30) VALUE "DRSOURCE".
009400 01  WS-Src-Logical          PIC X(30).
009500 01  WS-Src-Name             PIC X(30).
009600 01  WS-Src-Catalog          PIC X(30).
009700 01  WS-Src-Manifest         PIC X(30).
009800 01  WS-Src-Journal          PIC X(30).
009900 01  WS-Chosen-Generation    PIC 9(05).
010000 01  WS-Generation-Date      PIC 9(08) VALUE 0.
010100 01  WS-Generation-Known     PIC X VALUE "N".
010200     88  WS-Generation-On-File   VALUE "Y".
010300 01  WS-Cutoff-Reply         PIC X(14).
010400 01  WS-Cutoff-Stamp         PIC 9(14).
010500 01  WS-Run-Date             PIC 9(08).
010600 01  WS-Run-Time             PIC 9(08).
010700 01  WS-Auth-EmpId           PIC 9(05).
010800 01  WS-Auth-Role            PIC X(01).
010900 01  WS-Auth-Granted         PIC X(01).
011000     88  WS-Auth-Was-Granted     VALUE "Y".
011100 01  WS-Lock-Request         PIC X.
011200 01  WS-Lock-Granted         PIC X.
011300     88  WS-Lock-Was-Granted     VALUE "Y".
011400 01  WS-Copy-Status          PIC S9(08) COMP-5 VALUE 0.
011500*    The files of the chosen set, from its manifest lines.
011600 01  WS-Restore-Table.
011700     02  WS-Rst-Entry OCCURS 7 TIMES.
011800         03  WS-Rst-File         PIC X(13).
011900         03  WS-Rst-Count        PIC 9(09).
012000         03  WS-Rst-State        PIC X(01).
012100             88  WS-Rst-Absent       VALUE "A".
012200         03  WS-Rst-Count-Known  PIC X(01).
012300             88  WS-Rst-Has-Count    VALUE "Y".
012400 01  WS-Rst-Count-Total      PIC 9(02) COMP VALUE 0.
012500 01  WS-Rst-Index            PIC 9(02) COMP.
012600 01  WS-Target-Path          PIC X(30).
012700 01  WS-Member-Count         PIC 9(09).
012800 01  WS-Member-Result        PIC X(01).
012900 01  WS-Verdict              PIC X(10).
013000 01  WS-Applied-Count        PIC 9(09) VALUE 0.
013100 01  WS-Skipped-Count        PIC 9(09) VALUE 0.
013200*    The checks run against the recovered files, in order.
013300 01  WS-Check-Values.
013400     02  FILLER PIC X(20) VALUE "EnvChk".
013500     02  FILLER PIC X(20) VALUE "UserRecon".
013600     02  FILLER PIC X(20) VALUE "UserXChk".
013700     02  FILLER PIC X(20) VALUE "AudVerify".
013800 01  WS-Check-Table REDEFINES WS-Check-Values.
013900     02  WS-Check-Program OCCURS 4 TIMES PIC X(20).
014000 01  WS-Check-Index          PIC 9(02) COMP.
014100 01  WS-Check-Code           PIC 9(04).
014200 01  WS-Rehearsal-State      PIC X(01) VALUE "Y".
014300     88  WS-Rehearsal-Failed     VALUE "N".
014400 01  WS-Warning-Seen         PIC X(01) VALUE "N".
014500     88  WS-Rehearsal-Warned     VALUE "Y".
014600*    Phase timings: TIME values turned into hundredths of a
014700*    second since midnight; a phase crossing midnight adds
014800*    a day.
014900 01  WS-From-Time            PIC 9(08).
015000 01  WS-To-Time              PIC 9(08).
015100 01  WS-Time-Parts.
015200     02  WS-TP-HH            PIC 9(02).
015300     02  WS-TP-MM            PIC 9(02).
015400     02  WS-TP-SS            PIC 9(02).
015500     02  WS-TP-CC            PIC 9(02).
015600 01  WS-From-Hundredths      PIC 9(09) COMP.
015700 01  WS-To-Hundredths        PIC 9(09) COMP.
015800 01  WS-Elapsed-Secs         PIC 9(06)V99.
015900 01  WS-Elapsed-Disp         PIC ZZZZZ9.99.
016000 01  WS-Run-Start-Time       PIC 9(08).
016100 01  WS-Count-Disp           PIC ZZZZZZZZ9.
016200 01  WS-Count-Disp-2         PIC ZZZZZZZZ9.
016300 01  WS-Excp-Severity        PIC X(01).
016400 01  WS-Excp-Message         PIC X(60).
016500 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
016600 01  WS-P-DRTEST-TXT        PIC X(30) VALUE "DRTEST.TXT".
016700 01  WS-Eoj-Start-Time       PIC 9(08).
016800 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
016900 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
017000 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
017100 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
017200 01  WS-Program-Name         PIC X(20) VALUE "DRTEST".
017300
017400 PROCEDURE DIVISION.
017500
017600 0000-MAINLINE.
017700     CALL "PreDefMsg" USING WS-Program-Name
017800     ACCEPT WS-Eoj-Start-Time FROM TIME
017900     CALL "EnvName" USING WS-Env-Label
018000     CALL "EnvName" USING WS-Src-Prefix
018100     CALL "EnvName" USING WS-P-USERS-DATA
018200     CALL "EnvName" USING WS-P-DRTEST-TXT
018300     DISPLAY "DISASTER-RECOVERY REHEARSAL"
018400     DISPLAY "==========================="
018500     CALL "BusDate" USING WS-Run-Date
018600*    Never anywhere but TEST: the rehearsal overwrites the
018700*    live files of whichever environment it runs in.
018800     IF WS-Env-Label NOT = "TEST"
018900         DISPLAY "THIS IS NOT THE TEST ENVIRONMENT - THE "
019000             "REHEARSAL WILL NOT RUN."
019100         MOVE "E" TO WS-Excp-Severity
019200         MOVE "DR REHEARSAL REFUSED - NOT THE TEST ENVIRONMENT"
019300             TO WS-Excp-Message
019400         CALL "ExcpLog" USING WS-Program-Name,
019500             WS-Excp-Severity, WS-Excp-Message
019600         MOVE 8 TO WS-Eoj-Return-Code
019700         GO TO 0000-END-RUN
019800     END-IF
019900     IF WS-Src-Prefix = "DRSOURCE"
020000         MOVE SPACES TO WS-Src-Prefix
020100     END-IF
020200     MOVE "BKUPCTL.DAT" TO WS-Src-Logical
020300     PERFORM 1900-SOURCE-NAME THRU 1900-SOURCE-NAME-EXIT
020400     MOVE WS-Src-Name TO WS-Src-Catalog
020500     MOVE "BKUPMAN.DAT" TO WS-Src-Logical
020600     PERFORM 1900-SOURCE-NAME THRU 1900-SOURCE-NAME-EXIT
020700     MOVE WS-Src-Name TO WS-Src-Manifest
020800     MOVE "USRJRNL.DAT" TO WS-Src-Logical
020900     PERFORM 1900-SOURCE-NAME THRU 1900-SOURCE-NAME-EXIT
021000     MOVE WS-Src-Name TO WS-Src-Journal
021100     DISPLAY "Enter your employee id (5 digits): "
021200     ACCEPT WS-Auth-EmpId
021300     MOVE "S" TO WS-Auth-Role
021400     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
021500         WS-Program-Name, WS-Auth-Granted
021600     IF NOT WS-Auth-Was-Granted
021700         MOVE 8 TO WS-Eoj-Return-Code
021800         GO TO 0000-END-RUN
021900     END-IF
022000     DISPLAY "Backup set (generation) to rehearse with: "
022100     ACCEPT WS-Chosen-Generation
022200     PERFORM 1000-CHECK-GENERATION
022300         THRU 1000-CHECK-GENERATION-EXIT
022400     IF NOT WS-Generation-On-File
022500         DISPLAY "SET " WS-Chosen-Generation
022600             " IS NOT IN THE CATALOG - NOTHING REHEARSED."
022700         MOVE 8 TO WS-Eoj-Return-Code
022800         GO TO 0000-END-RUN
022900     END-IF
023000     DISPLAY "Replay journal up to stamp YYYYMMDDHHMMSS "
023100         "(blank = everything): "
023200     ACCEPT WS-Cutoff-Reply
023300     IF WS-Cutoff-Reply IS NUMERIC
023400         MOVE WS-Cutoff-Reply TO WS-Cutoff-Stamp
023500     ELSE
023600         MOVE 99999999999999 TO WS-Cutoff-Stamp
023700     END-IF
023800     PERFORM 1100-LOAD-SET THRU 1100-LOAD-SET-EXIT
023900     OPEN OUTPUT ReportFile
024000     PERFORM 1500-REPORT-HEADING THRU 1500-REPORT-HEADING-EXIT
024100     ACCEPT WS-Run-Start-Time FROM TIME
024200     MOVE "C" TO WS-Lock-Request
024300     CALL "UserLock" USING WS-Lock-Request,
024400         WS-Program-Name, WS-Lock-Granted
024500     IF NOT WS-Lock-Was-Granted
024600         MOVE SPACES TO ReportRecord
024700         STRING "USERS.DATA IS IN USE IN TEST - REHEARSAL "
024800             "NOT RUN." DELIMITED BY SIZE INTO ReportRecord
024900         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
025000         SET WS-Rehearsal-Failed TO TRUE
025100         GO TO 0000-CLOSE-REPORT
025200     END-IF
025300     PERFORM 2000-RESTORE-SET THRU 2000-RESTORE-SET-EXIT
025400     IF NOT WS-Rehearsal-Failed
025500         PERFORM 3000-FORWARD-RECOVER
025600             THRU 3000-FORWARD-RECOVER-EXIT
025700     END-IF
025800     MOVE "R" TO WS-Lock-Request
025900     CALL "UserLock" USING WS-Lock-Request,
026000         WS-Program-Name, WS-Lock-Granted
026100     IF NOT WS-Rehearsal-Failed
026200         PERFORM 4000-RUN-CHECKS THRU 4000-RUN-CHECKS-EXIT
026300     END-IF
026400     .
026500 0000-CLOSE-REPORT.
026600     PERFORM 5000-REPORT-VERDICT THRU 5000-REPORT-VERDICT-EXIT
026700     CLOSE ReportFile
026800     .
026900 0000-END-RUN.
027000     CALL "EndMsg" USING WS-Program-Name,
027100         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
027200         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
027300         WS-Eoj-Return-Code
027400     MOVE WS-Eoj-Return-Code TO RETURN-CODE
027500     STOP RUN.
027600
027700 1000-CHECK-GENERATION.
027800     OPEN INPUT CatalogFile
027900     IF WS-Catalog-Status NOT = "00"
028000         DISPLAY FUNCTION TRIM(WS-Src-Catalog)
028100             " WILL NOT OPEN."
028200         GO TO 1000-CHECK-GENERATION-EXIT
028300     END-IF
028400     MOVE "N" TO WS-Eof-Switch
028500     PERFORM UNTIL WS-End-Of-Input
028600         READ CatalogFile
028700             AT END SET WS-End-Of-Input TO TRUE
028800             NOT AT END
028900                 IF CAT-Generation = WS-Chosen-Generation
029000                     SET WS-Generation-On-File TO TRUE
029100                     MOVE CAT-Backup-Date
029200                         TO WS-Generation-Date
029300                 END-IF
029400         END-READ
029500     END-PERFORM
029600     CLOSE CatalogFile
029700     .
029800 1000-CHECK-GENERATION-EXIT.
029900     EXIT.
030000
030100*--------------------------------------------------------------
030200* The set's manifest lines; a generation from before sets
030300* were taken has none and holds USERS.DATA alone, uncounted.
030400*--------------------------------------------------------------
030500 1100-LOAD-SET.
030600     MOVE 0 TO WS-Rst-Count-Total
030700     OPEN INPUT ManifestFile
030800     IF WS-Manifest-Status = "00"
030900         MOVE "N" TO WS-Eof-Switch
031000         PERFORM UNTIL WS-End-Of-Input
031100             READ ManifestFile
031200                 AT END SET WS-End-Of-Input TO TRUE
031300                 NOT AT END
031400                     IF BM-Set-Number = WS-Chosen-Generation
031500                             AND WS-Rst-Count-Total < 7
031600                         ADD 1 TO WS-Rst-Count-Total
031700                         MOVE WS-Rst-Count-Total
031800                             TO WS-Rst-Index
031900                         MOVE BM-File-Name
032000                             TO WS-Rst-File(WS-Rst-Index)
032100                         MOVE BM-Record-Count
032200                             TO WS-Rst-Count(WS-Rst-Index)
032300                         MOVE BM-Copy-State
032400                             TO WS-Rst-State(WS-Rst-Index)
032500                         MOVE "Y" TO
032600                             WS-Rst-Count-Known(WS-Rst-Index)
032700                     END-IF
032800             END-READ
032900         END-PERFORM
033000         CLOSE ManifestFile
033100     END-IF
033200     IF WS-Rst-Count-Total = 0
033300         MOVE 1 TO WS-Rst-Count-Total
033400         MOVE "USERS.DATA" TO WS-Rst-File(1)
033500         MOVE ZERO TO WS-Rst-Count(1)
033600         MOVE "C" TO WS-Rst-State(1)
033700         MOVE "N" TO WS-Rst-Count-Known(1)
033800     END-IF
033900     .
034000 1100-LOAD-SET-EXIT.
034100     EXIT.
034200
034300 1500-REPORT-HEADING.
034400     ACCEPT WS-Run-Time FROM TIME
034500     MOVE SPACES TO ReportRecord
034600     STRING "DISASTER-RECOVERY REHEARSAL EVIDENCE - RUN "
034700         WS-Run-Date " " WS-Run-Time(1:6)
034800         DELIMITED BY SIZE INTO ReportRecord
034900     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
035000     MOVE SPACES TO ReportRecord
035100     STRING "ENVIRONMENT " WS-Env-Label DELIMITED BY SPACE
035200         "  OPERATOR " WS-Auth-EmpId DELIMITED BY SIZE
035300         INTO ReportRecord
035400     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
035500     MOVE SPACES TO ReportRecord
035600     STRING "BACKUP SET " WS-Chosen-Generation
035700         " TAKEN " WS-Generation-Date
035800         "  JOURNAL CUTOFF " WS-Cutoff-Stamp
035900         DELIMITED BY SIZE INTO ReportRecord
036000     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036100     .
036200 1500-REPORT-HEADING-EXIT.
036300     EXIT.
036400
036500*--------------------------------------------------------------
036600* A production-side name: the DRSOURCE prefix (if any) ahead
036700* of the logical name.
036800*--------------------------------------------------------------
036900 1900-SOURCE-NAME.
037000     MOVE SPACES TO WS-Src-Name
037100     IF WS-Src-Prefix = SPACES
037200         MOVE WS-Src-Logical TO WS-Src-Name
037300     ELSE
037400         STRING WS-Src-Prefix DELIMITED BY SPACE
037500             WS-Src-Logical DELIMITED BY SPACE
037600             INTO WS-Src-Name
037700         END-STRING
037800     END-IF
037900     .
038000 1900-SOURCE-NAME-EXIT.
038100     EXIT.
038200
038300*--------------------------------------------------------------
038400* Phase 1 - each file of the set copied over TEST's file and
038500* recounted against the manifest. A file absent when the set
038600* was taken is removed, so TEST matches the set.
038700*--------------------------------------------------------------
038800 2000-RESTORE-SET.
038900     ACCEPT WS-From-Time FROM TIME
039000     MOVE SPACES TO ReportRecord
039100     MOVE "RESTORE            MANIFEST  RESTORED  RESULT"
039200         TO ReportRecord
039300     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
039400     PERFORM VARYING WS-Rst-Index FROM 1 BY 1
039500             UNTIL WS-Rst-Index > WS-Rst-Count-Total
039600         PERFORM 2100-RESTORE-ONE-FILE
039700             THRU 2100-RESTORE-ONE-FILE-EXIT
039800     END-PERFORM
039900     ACCEPT WS-To-Time FROM TIME
040000     PERFORM 9100-ELAPSED THRU 9100-ELAPSED-EXIT
040100     MOVE SPACES TO ReportRecord
040200     STRING "RESTORE ELAPSED (SECONDS): " WS-Elapsed-Disp
040300         DELIMITED BY SIZE INTO ReportRecord
040400     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
040500     .
040600 2000-RESTORE-SET-EXIT.
040700     EXIT.
040800
040900 2100-RESTORE-ONE-FILE.
041000     MOVE WS-Rst-File(WS-Rst-Index) TO WS-Target-Path
041100     CALL "EnvName" USING WS-Target-Path
041200     MOVE ZERO TO WS-Member-Count
041300     CALL "CBL_DELETE_FILE" USING WS-Target-Path
041400         RETURNING WS-Copy-Status
041500     IF WS-Rst-Absent(WS-Rst-Index)
041600         MOVE "ABSENT" TO WS-Verdict
041700         GO TO 2100-RESTORE-ONE-FILE-LINE
041800     END-IF
041900     MOVE SPACES TO WS-Src-Logical
042000     STRING WS-Rst-File(WS-Rst-Index) DELIMITED BY SPACE
042100         ".G" WS-Chosen-Generation DELIMITED BY SIZE
042200         INTO WS-Src-Logical
042300     END-STRING
042400     PERFORM 1900-SOURCE-NAME THRU 1900-SOURCE-NAME-EXIT
042500     CALL "CBL_COPY_FILE" USING WS-Src-Name, WS-Target-Path
042600         RETURNING WS-Copy-Status
042700     IF WS-Copy-Status NOT = ZERO
042800         MOVE "NO COPY" TO WS-Verdict
042900         SET WS-Rehearsal-Failed TO TRUE
043000         GO TO 2100-RESTORE-ONE-FILE-LINE
043100     END-IF
043200     CALL "BkupCnt" USING WS-Rst-File(WS-Rst-Index),
043300         WS-Target-Path, WS-Member-Count, WS-Member-Result
043400     EVALUATE TRUE
043500         WHEN WS-Member-Result NOT = "Y"
043600             MOVE "NO OPEN" TO WS-Verdict
043700             SET WS-Rehearsal-Failed TO TRUE
043800         WHEN NOT WS-Rst-Has-Count(WS-Rst-Index)
043900             MOVE "UNCOUNTED" TO WS-Verdict
044000         WHEN WS-Member-Count NOT = WS-Rst-Count(WS-Rst-Index)
044100             MOVE "MISMATCH" TO WS-Verdict
044200             SET WS-Rehearsal-Failed TO TRUE
044300         WHEN OTHER
044400             MOVE "OK" TO WS-Verdict
044500     END-EVALUATE
044600     ADD WS-Member-Count TO WS-Eoj-Read-Count
044700     ADD 1 TO WS-Eoj-Written-Count
044800     .
044900 2100-RESTORE-ONE-FILE-LINE.
045000     MOVE WS-Rst-Count(WS-Rst-Index) TO WS-Count-Disp
045100     MOVE WS-Member-Count TO WS-Count-Disp-2
045200     MOVE SPACES TO ReportRecord
045300     STRING WS-Rst-File(WS-Rst-Index) "    " WS-Count-Disp
045400         " " WS-Count-Disp-2 "  " WS-Verdict
045500         DELIMITED BY SIZE INTO ReportRecord
045600     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
045700     .
045800 2100-RESTORE-ONE-FILE-EXIT.
045900     EXIT.
046000
046100*--------------------------------------------------------------
046200* Phase 2 - the UserFwd replay: each journal after image up
046300* to the cutoff; a WRITE that collides becomes a REWRITE, a
046400* REWRITE that misses becomes a WRITE, a DELETE that misses
046500* is ignored.
046600*--------------------------------------------------------------
046700 3000-FORWARD-RECOVER.
046800     ACCEPT WS-From-Time FROM TIME
046900     OPEN INPUT JournalFile
047000     IF WS-Journal-Status NOT = "00"
047100         MOVE SPACES TO ReportRecord
047200         STRING "FORWARD RECOVERY: "
047300             FUNCTION TRIM(WS-Src-Journal)
047400             " NOT FOUND - NOTHING REPLAYED."
047500             DELIMITED BY SIZE INTO ReportRecord
047600         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
047700         SET WS-Rehearsal-Warned TO TRUE
047800         GO TO 3000-FORWARD-RECOVER-EXIT
047900     END-IF
048000     OPEN I-O UserDatabase
048100     IF WS-File-Status NOT = "00"
048200         MOVE SPACES TO ReportRecord
048300         STRING "FORWARD RECOVERY: RESTORED USERS.DATA WILL "
048400             "NOT OPEN - NOTHING REPLAYED."
048500             DELIMITED BY SIZE INTO ReportRecord
048600         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
048700         SET WS-Rehearsal-Failed TO TRUE
048800         CLOSE JournalFile
048900         GO TO 3000-FORWARD-RECOVER-EXIT
049000     END-IF
049100     MOVE "N" TO WS-Eof-Switch
049200     PERFORM UNTIL WS-End-Of-Input
049300         READ JournalFile
049400             AT END SET WS-End-Of-Input TO TRUE
049500             NOT AT END
049600                 ADD 1 TO WS-Eoj-Read-Count
049700                 IF JRN-Stamp IS NUMERIC
049800                         AND JRN-Stamp <= WS-Cutoff-Stamp
049900                     PERFORM 3100-APPLY-ONE-RECORD
050000                         THRU 3100-APPLY-ONE-RECORD-EXIT
050100                 ELSE
050200                     ADD 1 TO WS-Skipped-Count
050300                 END-IF
050400         END-READ
050500     END-PERFORM
050600     CLOSE UserDatabase
050700     CLOSE JournalFile
050800     ACCEPT WS-To-Time FROM TIME
050900     PERFORM 9100-ELAPSED THRU 9100-ELAPSED-EXIT
051000     MOVE WS-Applied-Count TO WS-Count-Disp
051100     MOVE WS-Skipped-Count TO WS-Count-Disp-2
051200     MOVE SPACES TO ReportRecord
051300     STRING "FORWARD RECOVERY: APPLIED " WS-Count-Disp
051400         "  PAST CUTOFF " WS-Count-Disp-2
051500         DELIMITED BY SIZE INTO ReportRecord
051600     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
051700     MOVE SPACES TO ReportRecord
051800     STRING "FORWARD RECOVERY ELAPSED (SECONDS): "
051900         WS-Elapsed-Disp
052000         DELIMITED BY SIZE INTO ReportRecord
052100     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
052200     ADD WS-Applied-Count TO WS-Eoj-Written-Count
052300     .
052400 3000-FORWARD-RECOVER-EXIT.
052500     EXIT.
052600
052700 3100-APPLY-ONE-RECORD.
052800     EVALUATE TRUE
052900         WHEN JRN-Is-Delete
053000             MOVE JRN-Key TO UserId
053100             DELETE UserDatabase
053200                 INVALID KEY
053300                     CONTINUE
053400             END-DELETE
053500         WHEN OTHER
053600             MOVE JRN-After TO UserRecord
053700             WRITE UserRecord
053800                 INVALID KEY
053900                     REWRITE UserRecord
054000             END-WRITE
054100     END-EVALUATE
054200     ADD 1 TO WS-Applied-Count
054300     .
054400 3100-APPLY-ONE-RECORD-EXIT.
054500     EXIT.
054600
054700*--------------------------------------------------------------
054800* Phase 3 - the nightly chain's own checks against the
054900* recovered files, each timed, each return code reported.
055000*--------------------------------------------------------------
055100 4000-RUN-CHECKS.
055200     MOVE SPACES TO ReportRecord
055300     MOVE "CHECK                RC   ELAPSED  RESULT"
055400         TO ReportRecord
055500     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
055600     PERFORM VARYING WS-Check-Index FROM 1 BY 1
055700             UNTIL WS-Check-Index > 4
055800         PERFORM 4100-RUN-ONE-CHECK
055900             THRU 4100-RUN-ONE-CHECK-EXIT
056000     END-PERFORM
056100     .
056200 4000-RUN-CHECKS-EXIT.
056300     EXIT.
056400
056500 4100-RUN-ONE-CHECK.
056600     ACCEPT WS-From-Time FROM TIME
056700     CALL WS-Check-Program(WS-Check-Index)
056800     MOVE RETURN-CODE TO WS-Check-Code
056900     MOVE ZERO TO RETURN-CODE
057000     ACCEPT WS-To-Time FROM TIME
057100     PERFORM 9100-ELAPSED THRU 9100-ELAPSED-EXIT
057200     EVALUATE TRUE
057300         WHEN WS-Check-Code = 0
057400             MOVE "PASSED" TO WS-Verdict
057500         WHEN WS-Check-Code = 4
057600             MOVE "WARNING" TO WS-Verdict
057700             SET WS-Rehearsal-Warned TO TRUE
057800         WHEN OTHER
057900             MOVE "FAILED" TO WS-Verdict
058000             SET WS-Rehearsal-Failed TO TRUE
058100             ADD 1 TO WS-Eoj-Rejected-Count
058200     END-EVALUATE
058300     MOVE SPACES TO ReportRecord
058400     STRING WS-Check-Program(WS-Check-Index) " "
058500         WS-Check-Code " " WS-Elapsed-Disp "  " WS-Verdict
058600         DELIMITED BY SIZE INTO ReportRecord
058700     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
058800     .
058900 4100-RUN-ONE-CHECK-EXIT.
059000     EXIT.
059100
059200 5000-REPORT-VERDICT.
059300     MOVE WS-Run-Start-Time TO WS-From-Time
059400     ACCEPT WS-To-Time FROM TIME
059500     PERFORM 9100-ELAPSED THRU 9100-ELAPSED-EXIT
059600     MOVE SPACES TO ReportRecord
059700     STRING "TOTAL ELAPSED (SECONDS): " WS-Elapsed-Disp
059800         DELIMITED BY SIZE INTO ReportRecord
059900     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
060000     MOVE SPACES TO ReportRecord
060100     EVALUATE TRUE
060200         WHEN WS-Rehearsal-Failed
060300             MOVE "REHEARSAL RESULT: FAILED" TO ReportRecord
060400             MOVE "E" TO WS-Excp-Severity
060500             MOVE "DR REHEARSAL FAILED - SEE DRTEST.TXT"
060600                 TO WS-Excp-Message
060700             CALL "ExcpLog" USING WS-Program-Name,
060800                 WS-Excp-Severity, WS-Excp-Message
060900             MOVE 8 TO WS-Eoj-Return-Code
061000         WHEN WS-Rehearsal-Warned
061100             MOVE "REHEARSAL RESULT: RECOVERED, WITH WARNINGS"
061200                 TO ReportRecord
061300             MOVE 4 TO WS-Eoj-Return-Code
061400         WHEN OTHER
061500             MOVE "REHEARSAL RESULT: RECOVERED" TO ReportRecord
061600     END-EVALUATE
061700     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
061800     .
061900 5000-REPORT-VERDICT-EXIT.
062000     EXIT.
062100
062200 9000-PUT-LINE.
062300     WRITE ReportRecord
062400     DISPLAY ReportRecord
062500     .
062600 9000-PUT-LINE-EXIT.
062700     EXIT.
062800
062900 9100-ELAPSED.
063000     MOVE WS-From-Time TO WS-Time-Parts
063100     COMPUTE WS-From-Hundredths = WS-TP-HH * 360000
063200         + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC
063300     MOVE WS-To-Time TO WS-Time-Parts
063400     COMPUTE WS-To-Hundredths = WS-TP-HH * 360000
063500         + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC
063600     IF WS-To-Hundredths < WS-From-Hundredths
063700         ADD 8640000 TO WS-To-Hundredths
063800     END-IF
063900     COMPUTE WS-Elapsed-Secs =
064000         (WS-To-Hundredths - WS-From-Hundredths) / 100
064100     MOVE WS-Elapsed-Secs TO WS-Elapsed-Disp
064200     .
064300 9100-ELAPSED-EXIT.
064400     EXIT.
