002532*                 (shared BusDate routine, system-date
002548*                 fallback), so a rerun past midnight keeps
002564*                 one business date.
002565* 2026-10-15 JWG  Details now carry the order's GL account and
002566*                 cost centre for Multip's GL journal. A due order
002567*                 with no GL coding is skipped, named on SYSOUT
002568*                 and counted into an ExcpLog W with RC 4, instead
002569*                 of being sent for Multip to reject and break the
002570*                 hash.
002571* 2026-10-15 JWG  Held items released through HoldRel go out in
002572*                 tonight's batch after the standing orders, as
002573*                 received plus their MULTHOLD.DAT hold reference
002574*                 (COL 41-65), counted into the trailer (a
002575*                 conversion's FXRATE.DAT rate included, as Multip
002576*                 hashes it) and marked passed into tonight's
002577*                 batch. A rerun re-sends what an earlier run of
002578*                 the night passed.
002579* 2026-10-15 JWG  Rejected details repaired through SusRpr are
002580*                 resubmitted in tonight's batch after the
002581*                 released holds with their corrected figures,
002582*                 counted into the trailer (a conversion's rate
002583*                 included) and marked resubmitted into tonight's
002584*                 batch. A rerun re-sends what an earlier run of
002585*                 the night resubmitted.
002586* 2026-10-15 JWG  Batch reversals staged through MultRev go out in
002587*                 tonight's batch after the repaired suspense as
002588*                 type R lines carrying their MULTREV.DAT key,
002589*                 counted into the trailer and marked passed into
002590*                 tonight's batch. A reversal goes only whole: one
002591*                 whose lines do not agree to its control count
002592*                 and hash is held back on an ExcpLog W with RC 4.
002593*                 A conversion line's rate is looked up as at the
002594*                 original batch's business date.
002595*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
003600         FILE STATUS IS WS-Calendar-Status.
003700     SELECT TransactionFile ASSIGN TO DYNAMIC WS-P-MULTTRAN-DAT
003800         ORGANIZATION IS LINE SEQUENTIAL.
003801     SELECT HeldItemFile ASSIGN TO DYNAMIC WS-P-MULTHOLD-DAT
003802         ORGANIZATION IS INDEXED
003803         ACCESS MODE IS DYNAMIC
003804         RECORD KEY IS HLD-Key
003805         FILE STATUS IS WS-Hold-Status.
003806     SELECT FxRateFile ASSIGN TO DYNAMIC WS-P-FXRATE-DAT
003807         ORGANIZATION IS INDEXED
003808         ACCESS MODE IS DYNAMIC
003809         RECORD KEY IS FXR-Key
003810         FILE STATUS IS WS-Fx-Status.
003811     SELECT SuspenseFile ASSIGN TO DYNAMIC WS-P-MULTSUSP-DAT
003812         ORGANIZATION IS INDEXED
003813         ACCESS MODE IS DYNAMIC
003814         RECORD KEY IS SUS-Key
003815         FILE STATUS IS WS-Susp-Status.
003816     SELECT ReversalFile ASSIGN TO DYNAMIC WS-P-MULTREV-DAT
003817         ORGANIZATION IS INDEXED
003818         ACCESS MODE IS DYNAMIC
003819         RECORD KEY IS MRV-Key
003820         FILE STATUS IS WS-Rev-Status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
005200     02  CAL-Description     PIC X(30).
005300
005400 FD  TransactionFile.
005500 01  TransactionRecord       PIC X(65).
005501
005502 FD  HeldItemFile.
005503     COPY "MULTHOLD.CPY".
005504
005505 FD  FxRateFile.
005506     COPY "FXRATE.CPY".
005507
005508 FD  SuspenseFile.
005509     COPY "MULTSUSP.CPY".
005510
005511 FD  ReversalFile.
005512     COPY "MULTREV.CPY".
005600
005700 WORKING-STORAGE SECTION.
005800 01  WS-Order-Status         PIC XX.
007300     02  FILLER              PIC X(01) VALUE "H".
007400     02  WS-Hdr-Batch-Id     PIC X(08) VALUE "STANDING".
007500     02  WS-Hdr-Date         PIC 9(08).
007600     02  FILLER              PIC X(48) VALUE SPACES.
007700 01  WS-Detail-Line.
007800     02  FILLER              PIC X(01) VALUE "D".
007900     02  WS-Dtl-Op           PIC X(01).
008000     02  WS-Dtl-Operand1     PIC X(12).
008100     02  WS-Dtl-Operand2     PIC X(12).
008101     02  WS-Dtl-GL-Account   PIC X(08).
008102     02  WS-Dtl-Cost-Centre  PIC X(06).
008103     02  WS-Dtl-Hold-Ref     PIC X(25) VALUE SPACES.
008200 01  WS-Trailer-Line.
008300     02  FILLER              PIC X(01) VALUE "T".
008400     02  WS-Trl-Count        PIC 9(09).
008500     02  WS-Trl-Hash         PIC X(16).
008501     02  FILLER              PIC X(39) VALUE SPACES.
008502 01  WS-Released-Line.
008503     02  WS-Rel-Detail       PIC X(40).
008504     02  WS-Rel-Hold-Ref     PIC X(25).
008600 01  WS-Detail-Count         PIC 9(09) VALUE 0.
008700 01  WS-Operand-Hash         PIC S9(13)V99 VALUE 0.
008800 01  WS-Hash-Disp            PIC -9(12).99.
008900 01  WS-Count-Disp           PIC ZZZZZZZZ9.
008901 01  WS-Uncoded-Count        PIC 9(05) COMP VALUE 0.
008902 01  WS-Uncoded-Disp         PIC ZZZZ9.
008903 01  WS-Excp-Severity        PIC X(01).
008904 01  WS-Excp-Message         PIC X(60).
008905 01  WS-Hold-Status          PIC XX.
008906     88  WS-Hold-Missing         VALUE "35".
008907 01  WS-Fx-Status            PIC XX.
008908     88  WS-Fx-Missing           VALUE "35".
008909 01  WS-Hold-Switch          PIC X VALUE "N".
008910     88  WS-End-Of-Held          VALUE "Y".
008911 01  WS-Fx-Scan-Switch       PIC X VALUE "N".
008912     88  WS-Fx-Scan-Done         VALUE "Y".
008913 01  WS-Fx-Open              PIC X VALUE "N".
008914     88  WS-Fx-File-Is-Open      VALUE "Y".
008915 01  WS-Fx-From-Ccy          PIC X(03).
008916 01  WS-Fx-To-Ccy            PIC X(03).
008917 01  WS-Fx-Rate              PIC 9(05)V9(06).
008918 01  WS-Fx-Lookup-Date       PIC 9(08).
008919 01  WS-Released-Count       PIC 9(05) COMP VALUE 0.
008920 01  WS-Released-Disp        PIC ZZZZ9.
008921 01  WS-Susp-Status          PIC XX.
008922     88  WS-Susp-Missing         VALUE "35".
008923 01  WS-Susp-Switch          PIC X VALUE "N".
008924     88  WS-End-Of-Suspense      VALUE "Y".
008925 01  WS-Resubmit-Count       PIC 9(05) COMP VALUE 0.
008926 01  WS-Resubmit-Disp        PIC ZZZZ9.
008927 01  WS-Rev-Status           PIC XX.
008928     88  WS-Rev-Missing          VALUE "35".
008929 01  WS-Rev-Switch           PIC X VALUE "N".
008930     88  WS-End-Of-Reversals     VALUE "Y".
008931 01  WS-Rev-Pass             PIC X(01).
008932     88  WS-Rev-Checking         VALUE "C".
008933     88  WS-Rev-Sending          VALUE "S".
008934*--------------------------------------------------------------
008935* Reversals due out tonight, by MULTREV.DAT control key; any past
008936* the table's size wait for the next night.
008937*--------------------------------------------------------------
008938 01  WS-Rev-Pending-Table.
008939     02  WS-Rev-Pending OCCURS 50 TIMES.
008940         03  WS-Rev-Pend-Date    PIC 9(08).
008941         03  WS-Rev-Pend-Id      PIC X(08).
008942 01  WS-Rev-Pending-Count    PIC 9(03) COMP VALUE 0.
008943 01  WS-Rev-Index            PIC 9(03) COMP.
008944 01  WS-Rev-Ctl-Count        PIC 9(09).
008945 01  WS-Rev-Ctl-Hash         PIC S9(13)V99.
008946 01  WS-Rev-Check-Count      PIC 9(09).
008947 01  WS-Rev-Check-Hash       PIC S9(13)V99.
008948 01  WS-Rev-Amount           PIC S9(09)V99.
008949 01  WS-Reversal-Count       PIC 9(05) COMP VALUE 0.
008950 01  WS-Reversal-Disp        PIC ZZZZ9.
009000 01  WS-P-STANDORD-DAT      PIC X(30) VALUE "STANDORD.DAT".
009100 01  WS-P-OPSCAL-DAT        PIC X(30) VALUE "OPSCAL.DAT".
009200 01  WS-P-MULTTRAN-DAT      PIC X(30) VALUE "MULTTRAN.DAT".
009201 01  WS-P-MULTHOLD-DAT      PIC X(30) VALUE "MULTHOLD.DAT".
009202 01  WS-P-FXRATE-DAT        PIC X(30) VALUE "FXRATE.DAT".
009203 01  WS-P-MULTSUSP-DAT      PIC X(30) VALUE "MULTSUSP.DAT".
009204 01  WS-P-MULTREV-DAT       PIC X(30) VALUE "MULTREV.DAT".
009300 01  WS-Eoj-Start-Time       PIC 9(08).
009400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
009500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010500     CALL "EnvName" USING WS-P-STANDORD-DAT
010600     CALL "EnvName" USING WS-P-OPSCAL-DAT
010700     CALL "EnvName" USING WS-P-MULTTRAN-DAT
010701     CALL "EnvName" USING WS-P-MULTHOLD-DAT
010702     CALL "EnvName" USING WS-P-FXRATE-DAT
010703     CALL "EnvName" USING WS-P-MULTSUSP-DAT
010704     CALL "EnvName" USING WS-P-MULTREV-DAT
010800     DISPLAY "STANDING-ORDER GENERATOR"
010900     DISPLAY "========================"
011000     CALL "BusDate" USING WS-Run-Date
011900         THRU 2000-GENERATE-BATCH-EXIT
012000     MOVE WS-Detail-Count TO WS-Count-Disp
012100     DISPLAY "STANDING ORDERS DUE TONIGHT: " WS-Count-Disp
012101     IF WS-Uncoded-Count > 0
012102         MOVE WS-Uncoded-Count TO WS-Uncoded-Disp
012103         DISPLAY "DUE BUT NOT GL-CODED (SKIPPED): "
012104             WS-Uncoded-Disp
012105         MOVE "W" TO WS-Excp-Severity
012106         MOVE SPACES TO WS-Excp-Message
012107         STRING "STANDING ORDERS SKIPPED - NO GL CODING: "
012108             WS-Uncoded-Disp DELIMITED BY SIZE
012109             INTO WS-Excp-Message
012110         CALL "ExcpLog" USING WS-Program-Name,
012111             WS-Excp-Severity, WS-Excp-Message
012112         ADD WS-Uncoded-Count TO WS-Eoj-Rejected-Count
012113         MOVE 4 TO WS-Eoj-Return-Code
012114     END-IF
012115     MOVE WS-Released-Count TO WS-Released-Disp
012116     DISPLAY "  OF WHICH RELEASED HELD ITEMS: " WS-Released-Disp
012117     MOVE WS-Resubmit-Count TO WS-Resubmit-Disp
012118     DISPLAY "  OF WHICH REPAIRED SUSPENSE:   " WS-Resubmit-Disp
012119     MOVE WS-Reversal-Count TO WS-Reversal-Disp
012120     DISPLAY "  OF WHICH REVERSAL LINES:      " WS-Reversal-Disp
012200     MOVE WS-Detail-Count TO WS-Eoj-Written-Count
012300     CALL "EndMsg" USING WS-Program-Name,
012400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
017300     IF NOT WS-Order-File-Missing
017310         CLOSE OrderFile
017320     END-IF
017321     PERFORM 2200-EMIT-RELEASED THRU 2200-EMIT-RELEASED-EXIT
017322     PERFORM 2400-EMIT-CORRECTED THRU 2400-EMIT-CORRECTED-EXIT
017323     PERFORM 2500-EMIT-REVERSALS THRU 2500-EMIT-REVERSALS-EXIT
017324     IF WS-Fx-File-Is-Open
017325         CLOSE FxRateFile
017326     END-IF
017400     MOVE WS-Detail-Count TO WS-Trl-Count
017500     MOVE WS-Operand-Hash TO WS-Hash-Disp
017600     MOVE WS-Hash-Disp TO WS-Trl-Hash
020700     IF NOT WS-Is-Due
020800         GO TO 2100-EMIT-IF-DUE-EXIT
020900     END-IF
020901*    Multip rejects a detail without GL coding before it counts
020902*    toward the hash, so it is held back here rather than sent
020903*    to break the trailer.
020904     IF SO-GL-Account = SPACES OR SO-Cost-Centre = SPACES
020905         DISPLAY "Order " SO-Order-Id " is due but has no GL "
020906             "coding - skipped (key it through StoMnt)."
020907         ADD 1 TO WS-Uncoded-Count
020908         GO TO 2100-EMIT-IF-DUE-EXIT
020909     END-IF
021000     MOVE SO-Op-Code TO WS-Dtl-Op
021100     MOVE SO-Operand1 TO WS-Dtl-Operand1
021200     MOVE SO-Operand2 TO WS-Dtl-Operand2
021201     MOVE SO-GL-Account TO WS-Dtl-GL-Account
021202     MOVE SO-Cost-Centre TO WS-Dtl-Cost-Centre
021300     MOVE WS-Detail-Line TO TransactionRecord
021400     WRITE TransactionRecord
021500     ADD 1 TO WS-Detail-Count
021900     .
022000 2100-EMIT-IF-DUE-EXIT.
022100     EXIT.
022101
022102*--------------------------------------------------------------
022103* Held items a supervisor released through HoldRel go out in
022104* tonight's batch as they were received, carrying their hold
022105* reference so Multip calculates them without holding them
022106* again, and are marked passed into tonight's batch. Items
022107* already passed into tonight's batch by an earlier run of
022108* this step go out again, since that run's MULTTRAN.DAT has
022109* just been overwritten.
022110*--------------------------------------------------------------
022111 2200-EMIT-RELEASED.
022112     OPEN I-O HeldItemFile
022113     IF WS-Hold-Missing
022114         GO TO 2200-EMIT-RELEASED-EXIT
022115     END-IF
022116     PERFORM 2280-OPEN-FX-RATES THRU 2280-OPEN-FX-RATES-EXIT
022120     READ HeldItemFile NEXT RECORD
022121         AT END SET WS-End-Of-Held TO TRUE
022122     END-READ
022123     PERFORM UNTIL WS-End-Of-Held
022124         IF HLD-Is-Released
022125                 OR (HLD-Is-Passed
022126                     AND HLD-Released-Batch = WS-Hdr-Batch-Id
022127                     AND HLD-Released-Date = WS-Run-Date)
022128             PERFORM 2250-EMIT-ONE-RELEASED
022129                 THRU 2250-EMIT-ONE-RELEASED-EXIT
022130         END-IF
022131         READ HeldItemFile NEXT RECORD
022132             AT END SET WS-End-Of-Held TO TRUE
022133         END-READ
022134     END-PERFORM
022138     CLOSE HeldItemFile
022139     .
022140 2200-EMIT-RELEASED-EXIT.
022141     EXIT.
022142
022143 2250-EMIT-ONE-RELEASED.
022144     MOVE HLD-Detail TO WS-Rel-Detail
022145     MOVE HLD-Key TO WS-Rel-Hold-Ref
022146     MOVE WS-Released-Line TO TransactionRecord
022147     WRITE TransactionRecord
022148     ADD 1 TO WS-Detail-Count
022149     ADD 1 TO WS-Released-Count
022150     IF HLD-Op-Convert
022151         COMPUTE WS-Operand-Hash = WS-Operand-Hash
022152             + FUNCTION NUMVAL(HLD-Operand1)
022153         MOVE HLD-Operand2(1:3) TO WS-Fx-From-Ccy
022154         MOVE HLD-Operand2(4:3) TO WS-Fx-To-Ccy
022155         MOVE WS-Run-Date TO WS-Fx-Lookup-Date
022156         PERFORM 2300-LOOKUP-RATE THRU 2300-LOOKUP-RATE-EXIT
022157         ADD WS-Fx-Rate TO WS-Operand-Hash
022158     ELSE
022159         COMPUTE WS-Operand-Hash = WS-Operand-Hash
022160             + FUNCTION NUMVAL(HLD-Operand1)
022161             + FUNCTION NUMVAL(HLD-Operand2)
022162     END-IF
022163     SET HLD-Is-Passed TO TRUE
022164     MOVE WS-Hdr-Batch-Id TO HLD-Released-Batch
022165     MOVE WS-Run-Date TO HLD-Released-Date
022166     REWRITE HeldItem
022167     DISPLAY "Released held item " HLD-Batch-Date " " HLD-Batch-Id
022168         " " HLD-Detail-No " sent."
022169     .
022170 2250-EMIT-ONE-RELEASED-EXIT.
022171     EXIT.
022172
022173 2280-OPEN-FX-RATES.
022174     IF WS-Fx-File-Is-Open
022175         GO TO 2280-OPEN-FX-RATES-EXIT
022176     END-IF
022177     OPEN INPUT FxRateFile
022178     IF NOT WS-Fx-Missing
022179         SET WS-Fx-File-Is-Open TO TRUE
022180     END-IF
022181     .
022182 2280-OPEN-FX-RATES-EXIT.
022183     EXIT.
022184
022185*--------------------------------------------------------------
022186* Multip counts a conversion's rate toward the operand hash, so
022187* a released conversion's rate goes into the trailer here: the
022188* FXRATE.DAT rate for the pair in force for the lookup date,
022189* found the way Multip finds it (none found is zero, and Multip
022190* will reject the detail). The caller sets the pair and the
022191* date - tonight's, or a reversal's original business date - and
022192* counts the rate into whichever hash it is building.
022193*--------------------------------------------------------------
022194 2300-LOOKUP-RATE.
022195     MOVE 0 TO WS-Fx-Rate
022196     IF NOT WS-Fx-File-Is-Open
022197         GO TO 2300-LOOKUP-RATE-EXIT
022198     END-IF
022199     MOVE WS-Fx-From-Ccy TO FXR-From-Ccy
022200     MOVE WS-Fx-To-Ccy TO FXR-To-Ccy
022201     MOVE 0 TO FXR-Effective-Date
022202     MOVE "N" TO WS-Fx-Scan-Switch
022203     START FxRateFile KEY IS >= FXR-Key
022204         INVALID KEY
022205             SET WS-Fx-Scan-Done TO TRUE
022206     END-START
022207     PERFORM UNTIL WS-Fx-Scan-Done
022208         READ FxRateFile NEXT RECORD
022209             AT END SET WS-Fx-Scan-Done TO TRUE
022210         END-READ
022211         IF NOT WS-Fx-Scan-Done
022212             IF FXR-From-Ccy NOT = WS-Fx-From-Ccy
022213                     OR FXR-To-Ccy NOT = WS-Fx-To-Ccy
022214                     OR FXR-Effective-Date > WS-Fx-Lookup-Date
022215                 SET WS-Fx-Scan-Done TO TRUE
022216             ELSE
022217                 MOVE FXR-Rate TO WS-Fx-Rate
022218             END-IF
022219         END-IF
022220     END-PERFORM
022221     .
022222 2300-LOOKUP-RATE-EXIT.
022223     EXIT.
022224
022225*--------------------------------------------------------------
022226* Rejected details an operator repaired through SusRpr are
022227* resubmitted in tonight's batch with their corrected figures,
022228* counted into the trailer like any other detail, and marked
022229* resubmitted into tonight's batch. As with released holds, items
022230* an earlier run of this step resubmitted tonight go out again.
022231* A repaired item Multip rejects again is suspended afresh under
022232* tonight's batch.
022233*--------------------------------------------------------------
022234 2400-EMIT-CORRECTED.
022235     OPEN I-O SuspenseFile
022236     IF WS-Susp-Missing
022237         GO TO 2400-EMIT-CORRECTED-EXIT
022238     END-IF
022239     PERFORM 2280-OPEN-FX-RATES THRU 2280-OPEN-FX-RATES-EXIT
022240     READ SuspenseFile NEXT RECORD
022241         AT END SET WS-End-Of-Suspense TO TRUE
022242     END-READ
022243     PERFORM UNTIL WS-End-Of-Suspense
022244         IF SUS-Is-Corrected
022245                 OR (SUS-Is-Resubmitted
022246                     AND SUS-Resubmit-Batch = WS-Hdr-Batch-Id
022247                     AND SUS-Resubmit-Date = WS-Run-Date)
022248             PERFORM 2450-EMIT-ONE-CORRECTED
022249                 THRU 2450-EMIT-ONE-CORRECTED-EXIT
022250         END-IF
022251         READ SuspenseFile NEXT RECORD
022252             AT END SET WS-End-Of-Suspense TO TRUE
022253         END-READ
022254     END-PERFORM
022255     CLOSE SuspenseFile
022256     .
022257 2400-EMIT-CORRECTED-EXIT.
022258     EXIT.
022259
022260 2450-EMIT-ONE-CORRECTED.
022261     MOVE SUS-Op-Code TO WS-Dtl-Op
022262     MOVE SUS-Operand1 TO WS-Dtl-Operand1
022263     MOVE SUS-Operand2 TO WS-Dtl-Operand2
022264     MOVE SUS-GL-Account TO WS-Dtl-GL-Account
022265     MOVE SUS-Cost-Centre TO WS-Dtl-Cost-Centre
022266     MOVE WS-Detail-Line TO TransactionRecord
022267     WRITE TransactionRecord
022268     ADD 1 TO WS-Detail-Count
022269     ADD 1 TO WS-Resubmit-Count
022270     IF SUS-Op-Convert
022271         COMPUTE WS-Operand-Hash = WS-Operand-Hash
022272             + FUNCTION NUMVAL(SUS-Operand1)
022273         MOVE SUS-Operand2(1:3) TO WS-Fx-From-Ccy
022274         MOVE SUS-Operand2(4:3) TO WS-Fx-To-Ccy
022275         MOVE WS-Run-Date TO WS-Fx-Lookup-Date
022276         PERFORM 2300-LOOKUP-RATE THRU 2300-LOOKUP-RATE-EXIT
022277         ADD WS-Fx-Rate TO WS-Operand-Hash
022278     ELSE
022279         COMPUTE WS-Operand-Hash = WS-Operand-Hash
022280             + FUNCTION NUMVAL(SUS-Operand1)
022281             + FUNCTION NUMVAL(SUS-Operand2)
022282     END-IF
022283     SET SUS-Is-Resubmitted TO TRUE
022284     MOVE WS-Hdr-Batch-Id TO SUS-Resubmit-Batch
022285     MOVE WS-Run-Date TO SUS-Resubmit-Date
022286     REWRITE SuspenseItem
022287     DISPLAY "Repaired item " SUS-Batch-Date " " SUS-Batch-Id " "
022288         SUS-Detail-No " resubmitted."
022289     .
022290 2450-EMIT-ONE-CORRECTED-EXIT.
022291     EXIT.
022292
022293*--------------------------------------------------------------
022294* Batch reversals staged through MultRev go out in tonight's
022295* batch after the repaired suspense, each line carrying its
022296* MULTREV.DAT key in the reference columns, counted into the
022297* trailer, and the reversal marked passed into tonight's batch.
022298* A reversal goes out only whole: its lines are first counted
022299* and hashed against its control record (a conversion's rate as
022300* at the original batch's business date, the rate Multip will
022301* apply), and one that disagrees is held back on an ExcpLog W.
022302* As with released holds, reversals an earlier run of this step
022303* passed tonight go out again.
022304*--------------------------------------------------------------
022305 2500-EMIT-REVERSALS.
022306     OPEN I-O ReversalFile
022307     IF WS-Rev-Missing
022308         GO TO 2500-EMIT-REVERSALS-EXIT
022309     END-IF
022310     PERFORM 2280-OPEN-FX-RATES THRU 2280-OPEN-FX-RATES-EXIT
022311     READ ReversalFile NEXT RECORD
022312         AT END SET WS-End-Of-Reversals TO TRUE
022313     END-READ
022314     PERFORM UNTIL WS-End-Of-Reversals
022315         IF MRV-Seq = ZERO
022316                 AND (MRV-Is-Staged
022317                     OR (MRV-Is-Passed
022318                         AND MRV-Passed-Batch = WS-Hdr-Batch-Id
022319                         AND MRV-Passed-Date = WS-Run-Date))
022320             IF WS-Rev-Pending-Count < 50
022321                 ADD 1 TO WS-Rev-Pending-Count
022322                 MOVE MRV-Orig-Date
022323                     TO WS-Rev-Pend-Date(WS-Rev-Pending-Count)
022324                 MOVE MRV-Orig-Batch-Id
022325                     TO WS-Rev-Pend-Id(WS-Rev-Pending-Count)
022326             ELSE
022327                 DISPLAY "Reversal of " MRV-Orig-Batch-Id " "
022328                     MRV-Orig-Date " waits for the next night."
022329             END-IF
022330         END-IF
022331         READ ReversalFile NEXT RECORD
022332             AT END SET WS-End-Of-Reversals TO TRUE
022333         END-READ
022334     END-PERFORM
022335     PERFORM 2550-SEND-ONE-REVERSAL
022336         THRU 2550-SEND-ONE-REVERSAL-EXIT
022337         VARYING WS-Rev-Index FROM 1 BY 1
022338         UNTIL WS-Rev-Index > WS-Rev-Pending-Count
022339     CLOSE ReversalFile
022340     .
022341 2500-EMIT-REVERSALS-EXIT.
022342     EXIT.
022343
022344 2550-SEND-ONE-REVERSAL.
022345     MOVE WS-Rev-Pend-Date(WS-Rev-Index) TO MRV-Orig-Date
022346     MOVE WS-Rev-Pend-Id(WS-Rev-Index) TO MRV-Orig-Batch-Id
022347     MOVE 0 TO MRV-Seq
022348     READ ReversalFile
022349         INVALID KEY
022350             GO TO 2550-SEND-ONE-REVERSAL-EXIT
022351     END-READ
022352     MOVE MRV-Detail-Count TO WS-Rev-Ctl-Count
022353     MOVE MRV-Hash-Total TO WS-Rev-Ctl-Hash
022354     SET WS-Rev-Checking TO TRUE
022355     PERFORM 2560-PASS-REVERSAL-LINES
022356         THRU 2560-PASS-REVERSAL-LINES-EXIT
022357     IF WS-Rev-Check-Count NOT = WS-Rev-Ctl-Count
022358             OR WS-Rev-Check-Hash NOT = WS-Rev-Ctl-Hash
022359         DISPLAY "Reversal of " WS-Rev-Pend-Id(WS-Rev-Index) " "
022360             WS-Rev-Pend-Date(WS-Rev-Index)
022361             " does not agree to its controls - not sent."
022362         MOVE "W" TO WS-Excp-Severity
022363         MOVE SPACES TO WS-Excp-Message
022364         STRING "REVERSAL NOT SENT - CONTROLS DISAGREE: "
022365             WS-Rev-Pend-Id(WS-Rev-Index) " "
022366             WS-Rev-Pend-Date(WS-Rev-Index)
022367             DELIMITED BY SIZE INTO WS-Excp-Message
022368         CALL "ExcpLog" USING WS-Program-Name,
022369             WS-Excp-Severity, WS-Excp-Message
022370         ADD 1 TO WS-Eoj-Rejected-Count
022371         MOVE 4 TO WS-Eoj-Return-Code
022372         GO TO 2550-SEND-ONE-REVERSAL-EXIT
022373     END-IF
022374     SET WS-Rev-Sending TO TRUE
022375     PERFORM 2560-PASS-REVERSAL-LINES
022376         THRU 2560-PASS-REVERSAL-LINES-EXIT
022377     ADD WS-Rev-Check-Hash TO WS-Operand-Hash
022378     MOVE WS-Rev-Pend-Date(WS-Rev-Index) TO MRV-Orig-Date
022379     MOVE WS-Rev-Pend-Id(WS-Rev-Index) TO MRV-Orig-Batch-Id
022380     MOVE 0 TO MRV-Seq
022381     READ ReversalFile
022382         INVALID KEY
022383             GO TO 2550-SEND-ONE-REVERSAL-EXIT
022384     END-READ
022385     SET MRV-Is-Passed TO TRUE
022386     MOVE WS-Hdr-Batch-Id TO MRV-Passed-Batch
022387     MOVE WS-Run-Date TO MRV-Passed-Date
022388     REWRITE ReversalRecord
022389     DISPLAY "Reversal of " MRV-Orig-Batch-Id " " MRV-Orig-Date
022390         " sent - " MRV-Detail-Count " lines."
022391     .
022392 2550-SEND-ONE-REVERSAL-EXIT.
022393     EXIT.
022394
022395 2560-PASS-REVERSAL-LINES.
022396     MOVE 0 TO WS-Rev-Check-Count
022397     MOVE 0 TO WS-Rev-Check-Hash
022398     MOVE "N" TO WS-Rev-Switch
022399     MOVE WS-Rev-Pend-Date(WS-Rev-Index) TO MRV-Orig-Date
022400     MOVE WS-Rev-Pend-Id(WS-Rev-Index) TO MRV-Orig-Batch-Id
022401     MOVE 1 TO MRV-Seq
022402     START ReversalFile KEY IS >= MRV-Key
022403         INVALID KEY
022404             SET WS-End-Of-Reversals TO TRUE
022405     END-START
022406     PERFORM UNTIL WS-End-Of-Reversals
022407         READ ReversalFile NEXT RECORD
022408             AT END SET WS-End-Of-Reversals TO TRUE
022409         END-READ
022410         IF NOT WS-End-Of-Reversals
022411             IF MRV-Orig-Date NOT = WS-Rev-Pend-Date(WS-Rev-Index)
022412                     OR MRV-Orig-Batch-Id
022413                         NOT = WS-Rev-Pend-Id(WS-Rev-Index)
022414                 SET WS-End-Of-Reversals TO TRUE
022415             ELSE
022416                 PERFORM 2570-TAKE-REVERSAL-LINE
022417                     THRU 2570-TAKE-REVERSAL-LINE-EXIT
022418             END-IF
022419         END-IF
022420     END-PERFORM
022421     .
022422 2560-PASS-REVERSAL-LINES-EXIT.
022423     EXIT.
022424
022425 2570-TAKE-REVERSAL-LINE.
022426     ADD 1 TO WS-Rev-Check-Count
022427     COMPUTE WS-Rev-Amount = FUNCTION NUMVAL(MRV-Operand1)
022428     ADD WS-Rev-Amount TO WS-Rev-Check-Hash
022429     IF MRV-Op-Convert
022430         MOVE MRV-Operand2(1:3) TO WS-Fx-From-Ccy
022431         MOVE MRV-Operand2(4:3) TO WS-Fx-To-Ccy
022432         MOVE MRV-Orig-Date TO WS-Fx-Lookup-Date
022433         PERFORM 2300-LOOKUP-RATE THRU 2300-LOOKUP-RATE-EXIT
022434         ADD WS-Fx-Rate TO WS-Rev-Check-Hash
022435     ELSE
022436         COMPUTE WS-Rev-Amount = FUNCTION NUMVAL(MRV-Operand2)
022437         ADD WS-Rev-Amount TO WS-Rev-Check-Hash
022438     END-IF
022439     IF WS-Rev-Sending
022440         MOVE MRV-Detail TO WS-Rel-Detail
022441         MOVE MRV-Key TO WS-Rel-Hold-Ref
022442         MOVE WS-Released-Line TO TransactionRecord
022443         WRITE TransactionRecord
022444         ADD 1 TO WS-Detail-Count
022445         ADD 1 TO WS-Reversal-Count
022446     END-IF
022447     .
022448 2570-TAKE-REVERSAL-LINE-EXIT.
022449     EXIT.
