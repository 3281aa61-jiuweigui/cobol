001300*     block (so stale control data or ids added by import or
001400*     the HR feed can never make the load skip everything as
001500*     duplicates)
001600*   - reserves a block of N ids (run parameter BLOCKSIZE on
001700*     RUNPARM.DAT, default 25), writes them to INCRSEQ.DAT
001800*     for the mode-2 load exactly as Increment used to,
001900*     persists the new next-available id back to IDALLOC.CTL,
002000*     and reports the reserved range
002100* Replaces Increment as NIGHTLY's STEP010; Increment stays in
002200* the library as the general-purpose sequence utility.
002300*--------------------------------------------------------------
002820*                 id on the RETIRED.DAT register (IdRetire),
002830*                 so an id freed by an erasure or a purge is
002840*                 never handed to a new person.
002841* 2026-10-15 JWG  Approved PROVREQ.DAT joiner requests are now
002842*                 given the next UserIds ahead of the load block,
002843*                 which starts after them; ProvFeed creates the
002844*                 placeholder accounts.
002858* 2026-10-15 JWG  Ids are issued in their keyed form - the
002872*                 eight digits and an IdChk check digit - on the
002886*                 reserved-range and provisioning lines.
002889* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
002892*                 library through ParmGet instead of a SYSIN
002895*                 card.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004000     SELECT ControlFile ASSIGN TO DYNAMIC WS-P-IDALLOC-CTL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-Control-Status.
004210     SELECT ProvRequestFile ASSIGN TO DYNAMIC WS-P-PROVREQ-DAT
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS PRV-EmpId
004250         FILE STATUS IS WS-Prov-Status.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
005100
005200 FD  ControlFile.
005300 01  ControlRecord           PIC 9(08).
005310
005320 FD  ProvRequestFile.
005330     COPY "PROVREQ.CPY".
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-File-Status          PIC XX.
005700     88  WS-File-Not-Found   VALUE "35".
005800 01  WS-Control-Status       PIC XX.
005900     88  WS-Control-Missing      VALUE "35".
005910 01  WS-Prov-Status          PIC XX.
005920     88  WS-Prov-Missing         VALUE "35".
005930 01  WS-Prov-Eof             PIC X VALUE "N".
005940     88  WS-End-Of-Requests      VALUE "Y".
005950 01  WS-Prov-Issue-Count     PIC 9(05) COMP VALUE 0.
006000 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
006100 01  WS-Highest-On-File      PIC 9(08) VALUE 0.
006200 01  WS-Control-Next         PIC 9(08) VALUE 1.
006400 01  WS-First-Reserved       PIC 9(08).
006500 01  WS-Last-Reserved        PIC 9(08).
006600 01  WS-Next-Id              PIC 9(08).
006620 01  WS-Id-Make              PIC X(01) VALUE "M".
006640 01  WS-Keyed-First          PIC X(09).
006660 01  WS-Keyed-Last           PIC X(09).
006680 01  WS-Id-Check             PIC X(01).
006700 01  WS-Issue-Count          PIC 9(05) COMP VALUE 0.
006800 01  WS-Excp-Severity        PIC X(01).
006900 01  WS-Excp-Message         PIC X(60).
007000 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
007100 01  WS-P-INCRSEQ-DAT       PIC X(30) VALUE "INCRSEQ.DAT".
007200 01  WS-P-IDALLOC-CTL       PIC X(30) VALUE "IDALLOC.CTL".
007210 01  WS-P-PROVREQ-DAT       PIC X(30) VALUE "PROVREQ.DAT".
007300 01  WS-Eoj-Start-Time       PIC 9(08).
007400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007725 01  WS-Parm-Request         PIC X(01) VALUE "G".
007750 01  WS-Parm-Name            PIC X(12).
007775 01  WS-Parm-Value           PIC X(20).
007800 01  WS-Program-Name         PIC X(20) VALUE "IDALLOC".
007900
008000 PROCEDURE DIVISION.
008500     CALL "EnvName" USING WS-P-USERS-DATA
008600     CALL "EnvName" USING WS-P-INCRSEQ-DAT
008700     CALL "EnvName" USING WS-P-IDALLOC-CTL
008710     CALL "EnvName" USING WS-P-PROVREQ-DAT
008800     DISPLAY "CENTRAL USERID ALLOCATOR"
008900     DISPLAY "========================"
008960     MOVE "BLOCKSIZE" TO WS-Parm-Name
009020     MOVE "00025" TO WS-Parm-Value
009080     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
009140     COMPUTE WS-Block-Size = FUNCTION NUMVAL(WS-Parm-Value)
009200     IF WS-Block-Size = ZERO
009300         DISPLAY "BLOCK SIZE ZERO - NOTHING RESERVED."
009400         MOVE "W" TO WS-Excp-Severity
010500             THRU 4000-RESERVE-BLOCK-EXIT
010600     END-IF
010700     MOVE WS-Issue-Count TO WS-Eoj-Written-Count
010710     ADD WS-Prov-Issue-Count TO WS-Eoj-Written-Count
010800     MOVE WS-Eoj-Return-Code TO RETURN-CODE
010900     CALL "EndMsg" USING WS-Program-Name,
011000         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
016510     IF WS-Highest-Retired >= WS-First-Reserved
016520         COMPUTE WS-First-Reserved = WS-Highest-Retired + 1
016530     END-IF
016540     PERFORM 4500-ASSIGN-PROVISIONING
016550         THRU 4500-ASSIGN-PROVISIONING-EXIT
016600     COMPUTE WS-Last-Reserved =
016700         WS-First-Reserved + WS-Block-Size - 1
016800     IF WS-Last-Reserved >= WS-Trailer-Id
017400         CALL "ExcpLog" USING WS-Program-Name,
017500             WS-Excp-Severity, WS-Excp-Message
017600         MOVE 8 TO WS-Eoj-Return-Code
017610         IF WS-Prov-Issue-Count > 0
017620             OPEN OUTPUT ControlFile
017630             MOVE WS-First-Reserved TO ControlRecord
017640             WRITE ControlRecord
017650             CLOSE ControlFile
017660         END-IF
017700         GO TO 4000-RESERVE-BLOCK-EXIT
017800     END-IF
017900     OPEN OUTPUT SequenceFile
019100     DISPLAY "RESERVED RANGE: " WS-First-Reserved " - "
019200         WS-Last-Reserved " (" WS-Issue-Count " IDS) TO "
019300         "INCRSEQ.DAT"
019314     CALL "IdChk" USING WS-Id-Make, WS-Keyed-First,
019328         WS-First-Reserved, WS-Id-Check
019342     CALL "IdChk" USING WS-Id-Make, WS-Keyed-Last,
019356         WS-Last-Reserved, WS-Id-Check
019370     DISPLAY "ISSUED (WITH CHECK DIGIT) AS: " WS-Keyed-First
019384         " - " WS-Keyed-Last
019400     .
019500 4000-RESERVE-BLOCK-EXIT.
019600     EXIT.
019700
019800*--------------------------------------------------------------
019900* Approved PROVREQ.DAT joiner requests with no UserId yet take
020000* the next ids ahead of tonight's load block, which then
020100* starts after them. IdRecon only ever hands back the unused
020200* tail of the load block, so these ids stay spent; ProvFeed
020300* creates the placeholders later in the same run.
020400*--------------------------------------------------------------
020500 4500-ASSIGN-PROVISIONING.
020600     OPEN I-O ProvRequestFile
020700     IF WS-Prov-Status NOT = "00"
020800         GO TO 4500-ASSIGN-PROVISIONING-EXIT
020900     END-IF
021000     READ ProvRequestFile NEXT RECORD
021100         AT END SET WS-End-Of-Requests TO TRUE
021200     END-READ
021300     PERFORM UNTIL WS-End-Of-Requests
021400         IF PRV-Approved AND PRV-UserId = ZERO
021500                 AND WS-First-Reserved < WS-Trailer-Id
021600             MOVE WS-First-Reserved TO PRV-UserId
021700             REWRITE ProvRequestRecord
021733             CALL "IdChk" USING WS-Id-Make, WS-Keyed-First,
021766                 PRV-UserId, WS-Id-Check
021800             DISPLAY "PROVISIONING: EMPLOYEE " PRV-EmpId
021900                 " GIVEN USERID " WS-Keyed-First
022000             ADD 1 TO WS-First-Reserved
022100             ADD 1 TO WS-Prov-Issue-Count
022300         END-IF
022400         READ ProvRequestFile NEXT RECORD
022500             AT END SET WS-End-Of-Requests TO TRUE
022600         END-READ
022700     END-PERFORM
022800     CLOSE ProvRequestFile
022900     DISPLAY "PROVISIONING IDS ISSUED:  " WS-Prov-Issue-Count
023000     .
023100 4500-ASSIGN-PROVISIONING-EXIT.
023200     EXIT.
023210
023220*--------------------------------------------------------------
023230* Standing run parameters come from the RUNPARM.DAT library;
023240* the caller primes WS-Parm-Value with the default.
023250*--------------------------------------------------------------
023260 9700-GET-RUN-PARM.
023270     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
023280         WS-Parm-Name, WS-Parm-Value
023290     .
023300 9700-GET-RUN-PARM-EXIT.
023310     EXIT.
