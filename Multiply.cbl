008232*                 (shared BusDate routine, system-date
008248*                 fallback), so a rerun past midnight keeps
008264*                 one business date.
008265* 2026-10-15 JWG  New operation C converts the first operand from
008266*                 one currency to another. The second operand
008267*                 carries the currency pair (from-currency then
008268*                 to-currency, e.g. GBPEUR). The rate is the
008269*                 FXRATE.DAT rate (maintained through FxMnt) in
008270*                 force for the batch's business date. A missing
008271*                 rate, or one older than its valid days, rejects
008272*                 the detail the way a size error does. The rate
008273*                 and its effective date are written on the
008274*                 MULTAUDT.LOG line ahead of the result. The rate
008275*                 found counts toward the operand hash alongside
008276*                 the amount, so the front office includes it when
008277*                 cutting the trailer. The summary report carries
008278*                 a CONVERT line, and MULTCKPT.DAT now carries
008279*                 five operations' figures, so clear any failed
008280*                 batch before the cut-over.
008281*                   D (C): COL 03-14 AMOUNT, 15-17 FROM CCY,
008282*                          18-20 TO CCY
008283* 2026-10-15 JWG  Each D detail now carries its GL account (COL
008284*                 27-34) and cost centre (COL 35-40); a detail
008285*                 without both is rejected before it counts toward
008286*                 the hash. Every result posts two balanced legs -
008287*                 the detail's account and the Multip clearing
008288*                 account 19990000, debit or credit by the
008289*                 result's sign - held in GLWORK.DAT (keyed on
008290*                 detail position, so a checkpoint resume replaces
008291*                 rather than doubles them). Once the batch
008292*                 reconciles the legs go out on GLJRNL.DAT with a
008293*                 header, a trailer of line count and debit and
008294*                 credit totals, and a transmission sequence
008295*                 carried in GLSEQ.CTL the way UserIntf carries
008296*                 USRINTF.DAT's. Last night's GLJRNL.DAT is
008297*                 deleted at the start of the run, so a batch that
008298*                 fails its controls leaves no journal at all. The
008299*                 summary report says which journal went out.
008300* 2026-10-15 JWG  Large-value hold: a detail with an operand (for
008301*                 C, the amount) over its operation's HOLDLIM.DAT
008302*                 threshold (maintained through LimMnt) is not
008303*                 calculated but written to MULTHOLD.DAT for a
008304*                 supervisor to release or reject through HoldRel.
008305*                 It still counts toward the operand hash. StoGen
008306*                 sends released items back in the next night's
008307*                 batch carrying the hold reference (COL 41-65:
008308*                 business date, batch id and detail position of
008309*                 the held detail), and such a detail is
008310*                 calculated without the threshold only when
008311*                 MULTHOLD.DAT shows it passed into this batch
008312*                 unaltered. The summary report and MULTCKPT.DAT
008313*                 carry the held count and amount, and held
008314*                 details end the run RC 4 with an ExcpLog W.
008315* 2026-10-15 JWG  Rejected details are parked on MULTSUSP.DAT, as
008316*                 received and with the reject reason, keyed on
008317*                 business date, batch id and detail position, for
008318*                 repair or cancellation through SusRpr. StoGen
008319*                 resubmits corrected items in the next night's
008320*                 batch.
008321* 2026-10-15 JWG  Each batch's audit lines now follow a BATCH line
008322*                 naming its batch id and business date, and OK
008323*                 lines carry the GL account and cost centre, so
008324*                 MultRev can rebuild a posted batch from
008325*                 MULTAUDT.LOG (AuditRecord widened to 100). Type
008326*                 R details are reversal lines MultRev raised on
008327*                 MULTREV.DAT: calculated only when the reversal
008328*                 is on file as passed into this batch and the
008329*                 line unaltered, never held, converted at the
008330*                 original batch's rate and logged as REVERSAL
008331*                 lines. A rejected reversal line is not
008332*                 suspended; it raises an ExcpLog W with RC 4.
008333*--------------------------------------------------------------
008334 ENVIRONMENT DIVISION.
008400 INPUT-OUTPUT SECTION.
008500 FILE-CONTROL.
008600     SELECT TransactionFile ASSIGN TO DYNAMIC WS-P-MULTTRAN-DAT
009400     SELECT CheckpointFile ASSIGN TO DYNAMIC WS-P-MULTCKPT-DAT
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-Checkpoint-Status.
009601     SELECT FxRateFile ASSIGN TO DYNAMIC WS-P-FXRATE-DAT
009602         ORGANIZATION IS INDEXED
009603         ACCESS MODE IS DYNAMIC
009604         RECORD KEY IS FXR-Key
009605         FILE STATUS IS WS-Fx-Status.
009606     SELECT GlWorkFile ASSIGN TO DYNAMIC WS-P-GLWORK-DAT
009607         ORGANIZATION IS INDEXED
009608         ACCESS MODE IS DYNAMIC
009609         RECORD KEY IS GLW-Key
009610         FILE STATUS IS WS-Gl-Work-Status.
009611     SELECT GlJournalFile ASSIGN TO DYNAMIC WS-P-GLJRNL-DAT
009612         ORGANIZATION IS LINE SEQUENTIAL.
009613     SELECT GlSequenceControl ASSIGN TO DYNAMIC WS-P-GLSEQ-CTL
009614         ORGANIZATION IS LINE SEQUENTIAL
009615         FILE STATUS IS WS-Gl-Seq-Status.
009616     SELECT HoldLimitFile ASSIGN TO DYNAMIC WS-P-HOLDLIM-DAT
009617         ORGANIZATION IS INDEXED
009618         ACCESS MODE IS RANDOM
009619         RECORD KEY IS LIM-Op-Code
009620         FILE STATUS IS WS-Lim-Status.
009621     SELECT HeldItemFile ASSIGN TO DYNAMIC WS-P-MULTHOLD-DAT
009622         ORGANIZATION IS INDEXED
009623         ACCESS MODE IS DYNAMIC
009624         RECORD KEY IS HLD-Key
009625         FILE STATUS IS WS-Hold-Status.
009626     SELECT SuspenseFile ASSIGN TO DYNAMIC WS-P-MULTSUSP-DAT
009627         ORGANIZATION IS INDEXED
009628         ACCESS MODE IS DYNAMIC
009629         RECORD KEY IS SUS-Key
009630         FILE STATUS IS WS-Susp-Status.
009631     SELECT ReversalFile ASSIGN TO DYNAMIC WS-P-MULTREV-DAT
009632         ORGANIZATION IS INDEXED
009633         ACCESS MODE IS DYNAMIC
009634         RECORD KEY IS MRV-Key
009635         FILE STATUS IS WS-Rev-Status.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010100 01  TransactionRecord.
010200     02  TR-Record-Type      PIC X(01).
010300         88  TR-Is-Header        VALUE "H".
010400         88  TR-Is-Detail        VALUE "D" "R".
010401         88  TR-Is-Reversal      VALUE "R".
010500         88  TR-Is-Trailer       VALUE "T".
010600     02  TR-Op-Code          PIC X(01).
010700         88  TR-Op-Add           VALUE "A".
010800         88  TR-Op-Subtract      VALUE "S".
010900         88  TR-Op-Multiply      VALUE "M".
011000         88  TR-Op-Divide        VALUE "D".
011001         88  TR-Op-Convert       VALUE "C".
011100     02  TR-Operand1         PIC X(12).
011200     02  TR-Operand2         PIC X(12).
011201     02  TR-GL-Account       PIC X(08).
011202     02  TR-Cost-Centre      PIC X(06).
011203     02  TR-Hold-Ref.
011204         03  TR-Hold-Batch-Date  PIC 9(08).
011205         03  TR-Hold-Batch-Id    PIC X(08).
011206         03  TR-Hold-Detail-No   PIC 9(09).
011300 01  BatchHeaderRecord REDEFINES TransactionRecord.
011400     02  FILLER              PIC X(01).
011500     02  BH-Batch-Id         PIC X(08).
011600     02  BH-Business-Date    PIC 9(08).
011700     02  FILLER              PIC X(48).
011800 01  BatchTrailerRecord REDEFINES TransactionRecord.
011900     02  FILLER              PIC X(01).
012000     02  BT-Expected-Count   PIC 9(09).
012100     02  BT-Hash-Total       PIC X(16).
012101     02  FILLER              PIC X(39).
012102 01  ConvertDetailRecord REDEFINES TransactionRecord.
012103     02  FILLER              PIC X(02).
012104     02  CV-Amount           PIC X(12).
012105     02  CV-From-Ccy         PIC X(03).
012106     02  CV-To-Ccy           PIC X(03).
012107     02  CV-Pair-Filler      PIC X(06).
012108     02  FILLER              PIC X(39).
012200
012300 FD  AuditFile.
012400 01  AuditRecord             PIC X(100).
012500
012600 FD  ReportFile.
012700 01  ReportRecord            PIC X(80).
013600                             SIGN IS LEADING SEPARATE.
013700     02  CKP-Operand-Hash    PIC S9(13)V99
013800                             SIGN IS LEADING SEPARATE.
013900     02  CKP-Op-Figures OCCURS 5 TIMES.
014000         03  CKP-Op-Count    PIC 9(05).
014100         03  CKP-Op-Total    PIC S9(13)V99
014101                             SIGN IS LEADING SEPARATE.
014102     02  CKP-Held-Count      PIC 9(05).
014103     02  CKP-Held-Amount     PIC S9(13)V99
014200                             SIGN IS LEADING SEPARATE.
014201
014202 FD  FxRateFile.
014203     COPY "FXRATE.CPY".
014204
014205*--------------------------------------------------------------
014206* GLWORK.DAT holds the batch's journal legs until the batch
014207* reconciles, keyed on the detail's position in the batch and
014208* the leg, so a checkpoint resume that reprocesses a detail
014209* replaces its legs instead of doubling them.
014210*--------------------------------------------------------------
014211 FD  GlWorkFile.
014212 01  GlWorkRecord.
014213     02  GLW-Key.
014214         03  GLW-Detail-No       PIC 9(09).
014215         03  GLW-Leg             PIC 9(01).
014216     02  GLW-Account         PIC X(08).
014217     02  GLW-Cost-Centre     PIC X(06).
014218     02  GLW-Dr-Cr           PIC X(01).
014219     02  GLW-Amount          PIC 9(11)V99.
014220     02  GLW-Op-Code         PIC X(01).
014221
014222 FD  GlJournalFile.
014223 01  GlJournalRecord         PIC X(80).
014224
014225 FD  GlSequenceControl.
014226 01  GlSequenceRecord.
014227     02  GSQ-Last-Sent       PIC 9(06).
014228     02  FILLER              PIC X(01).
014229     02  GSQ-Prior-Sent      PIC 9(06).
014230
014231 FD  HoldLimitFile.
014232     COPY "HOLDLIM.CPY".
014233
014234 FD  HeldItemFile.
014235     COPY "MULTHOLD.CPY".
014236
014237 FD  SuspenseFile.
014238     COPY "MULTSUSP.CPY".
014239
014240 FD  ReversalFile.
014241     COPY "MULTREV.CPY".
014300
014400 WORKING-STORAGE SECTION.
014500 01  WS-Eof-Switch           PIC X VALUE "N".
015500 01  WS-Error-Count          PIC 9(05) COMP VALUE 0.
015600 01  WS-Error-Count-Disp     PIC ZZZZ9.
015700 01  WS-Op-Statistics.
015800     02  WS-Op-Entry OCCURS 5 TIMES.
015900         03  WS-Op-Label         PIC X(09).
016000         03  WS-Op-Count         PIC 9(05) COMP.
016100         03  WS-Op-Total         PIC S9(13)V99.
020400     88  WS-Tran-Not-Found       VALUE "35".
020500 01  WS-Audit-Status         PIC XX.
020600     88  WS-Audit-Not-Found      VALUE "35".
020601 01  WS-Fx-Status            PIC XX.
020602     88  WS-Fx-Missing           VALUE "35".
020603 01  WS-Gl-Work-Status       PIC XX.
020604     88  WS-Gl-Work-Missing      VALUE "35".
020605 01  WS-Gl-Seq-Status        PIC XX.
020606     88  WS-Gl-Seq-Missing       VALUE "35".
020607 01  WS-Gl-Work-Open         PIC X VALUE "N".
020608     88  WS-Gl-Work-Is-Open      VALUE "Y".
020609 01  WS-Gl-Switch            PIC X VALUE "N".
020610     88  WS-End-Of-Gl-Work       VALUE "Y".
020611 01  WS-Gl-Journal-Made      PIC X VALUE "N".
020612     88  WS-Gl-Journal-Written   VALUE "Y".
020613*--------------------------------------------------------------
020614* Every result posts against the Multip clearing account on the
020615* detail's own cost centre, so each detail's two legs balance
020616* and finance clears the account down in the ledger.
020617*--------------------------------------------------------------
020618 01  WS-Gl-Clearing-Account  PIC X(08) VALUE "19990000".
020619 01  WS-Gl-Amount            PIC 9(11)V99.
020620 01  WS-Gl-Seq               PIC 9(06) VALUE 0.
020621 01  WS-Gl-Prior-Seq         PIC 9(06) VALUE 0.
020622 01  WS-Gl-Line-Count        PIC 9(09) VALUE 0.
020623 01  WS-Gl-Debit-Total       PIC 9(13)V99 VALUE 0.
020624 01  WS-Gl-Credit-Total      PIC 9(13)V99 VALUE 0.
020625 01  WS-Gl-Header-Record.
020626     02  FILLER              PIC X VALUE "H".
020627     02  WS-Glh-File-Id      PIC X(08) VALUE "GLJRNL  ".
020628     02  WS-Glh-Date         PIC 9(08).
020629     02  WS-Glh-Time         PIC 9(08).
020630     02  WS-Glh-Seq          PIC 9(06).
020631     02  WS-Glh-Batch-Id     PIC X(08).
020632     02  WS-Glh-Business-Date PIC 9(08).
020633 01  WS-Gl-Detail-Record.
020634     02  FILLER              PIC X VALUE "D".
020635     02  WS-Gld-Line-No      PIC 9(06).
020636     02  WS-Gld-Account      PIC X(08).
020637     02  WS-Gld-Cost-Centre  PIC X(06).
020638     02  WS-Gld-Dr-Cr        PIC X(01).
020639     02  WS-Gld-Amount       PIC 9(11)V99.
020640     02  WS-Gld-Batch-Id     PIC X(08).
020641     02  WS-Gld-Detail-No    PIC 9(09).
020642     02  WS-Gld-Op-Code      PIC X(01).
020643 01  WS-Gl-Trailer-Record.
020644     02  FILLER              PIC X VALUE "T".
020645     02  WS-Glt-Line-Count   PIC 9(09).
020646     02  WS-Glt-Debit-Total  PIC 9(13)V99.
020647     02  WS-Glt-Credit-Total PIC 9(13)V99.
020648 01  WS-Fx-Open              PIC X VALUE "N".
020649     88  WS-Fx-File-Is-Open      VALUE "Y".
020650 01  WS-Fx-Found             PIC X VALUE "N".
020651     88  WS-Fx-Rate-Found        VALUE "Y".
020652 01  WS-Fx-Scan-Switch       PIC X VALUE "N".
020653     88  WS-Fx-Scan-Done         VALUE "Y".
020654 01  WS-Fx-Lookup-Date       PIC 9(08).
020655 01  WS-Fx-Rate              PIC 9(05)V9(06) VALUE 0.
020656 01  WS-Fx-Rate-Disp         PIC ZZZZ9.999999.
020657 01  WS-Fx-Eff-Date          PIC 9(08) VALUE 0.
020658 01  WS-Fx-Valid-Days        PIC 9(03) VALUE 0.
020659 01  WS-Fx-Age-Days          PIC S9(07) VALUE 0.
020660 01  WS-Lim-Status           PIC XX.
020661     88  WS-Lim-Missing          VALUE "35".
020662 01  WS-Hold-Status          PIC XX.
020663     88  WS-Hold-Missing         VALUE "35".
020664 01  WS-Hold-Open            PIC X VALUE "N".
020665     88  WS-Hold-File-Is-Open    VALUE "Y".
020666*--------------------------------------------------------------
020667* HOLDLIM.DAT's thresholds, loaded once per run in the same
020668* order as WS-Op-Entry (A S M D C). Zero means no hold.
020669*--------------------------------------------------------------
020670 01  WS-Hold-Limits.
020671     02  WS-Hold-Limit OCCURS 5 TIMES PIC 9(09)V99.
020672 01  WS-Hold-Op-Codes        PIC X(05) VALUE "ASMDC".
020673 01  WS-Hold-Check-Amount    PIC 9(09)V99.
020674 01  WS-Hold-Check-Amount-2  PIC 9(09)V99.
020675 01  WS-Hold-Switch          PIC X VALUE "N".
020676     88  WS-Detail-Is-Held       VALUE "Y".
020677 01  WS-Release-Switch       PIC X VALUE "N".
020678     88  WS-Release-Verified     VALUE "Y".
020679 01  WS-Held-Count           PIC 9(05) COMP VALUE 0.
020680 01  WS-Held-Count-Disp      PIC ZZZZ9.
020681 01  WS-Held-Amount          PIC S9(13)V99 VALUE 0.
020682 01  WS-Hold-Limit-Disp      PIC Z(8)9.99.
020683 01  WS-Susp-Status          PIC XX.
020684     88  WS-Susp-Missing         VALUE "35".
020685 01  WS-Susp-Open            PIC X VALUE "N".
020686     88  WS-Susp-File-Is-Open    VALUE "Y".
020687 01  WS-Rev-Status           PIC XX.
020688     88  WS-Rev-Missing          VALUE "35".
020689 01  WS-Rev-Open             PIC X VALUE "N".
020690     88  WS-Rev-File-Is-Open     VALUE "Y".
020691 01  WS-Reversal-Switch      PIC X VALUE "N".
020692     88  WS-Reversal-Verified    VALUE "Y".
020693 01  WS-Audit-Prefix         PIC X(10).
020694 01  WS-Rev-Reject-Count     PIC 9(05) COMP VALUE 0.
020695 01  WS-Rev-Reject-Disp      PIC ZZZZ9.
020700 01  WS-Excp-Severity        PIC X(01).
020800 01  WS-Excp-Message         PIC X(60).
020900 01  WS-P-MULTTRAN-DAT      PIC X(30) VALUE "MULTTRAN.DAT".
021000 01  WS-P-MULTAUDT-LOG      PIC X(30) VALUE "MULTAUDT.LOG".
021100 01  WS-P-MULTRPT-TXT       PIC X(30) VALUE "MULTRPT.TXT".
021200 01  WS-P-MULTCKPT-DAT      PIC X(30) VALUE "MULTCKPT.DAT".
021201 01  WS-P-FXRATE-DAT        PIC X(30) VALUE "FXRATE.DAT".
021202 01  WS-P-GLWORK-DAT        PIC X(30) VALUE "GLWORK.DAT".
021203 01  WS-P-GLJRNL-DAT        PIC X(30) VALUE "GLJRNL.DAT".
021204 01  WS-P-GLSEQ-CTL         PIC X(30) VALUE "GLSEQ.CTL".
021205 01  WS-P-HOLDLIM-DAT       PIC X(30) VALUE "HOLDLIM.DAT".
021206 01  WS-P-MULTHOLD-DAT      PIC X(30) VALUE "MULTHOLD.DAT".
021207 01  WS-P-MULTSUSP-DAT      PIC X(30) VALUE "MULTSUSP.DAT".
021208 01  WS-P-MULTREV-DAT       PIC X(30) VALUE "MULTREV.DAT".
021300 01  WS-Eoj-Start-Time       PIC 9(08).
021400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
021500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
022800     CALL "EnvName" USING WS-P-MULTAUDT-LOG
022900     CALL "EnvName" USING WS-P-MULTRPT-TXT
023000     CALL "EnvName" USING WS-P-MULTCKPT-DAT
023001     CALL "EnvName" USING WS-P-FXRATE-DAT
023002     CALL "EnvName" USING WS-P-GLWORK-DAT
023003     CALL "EnvName" USING WS-P-GLJRNL-DAT
023004     CALL "EnvName" USING WS-P-GLSEQ-CTL
023005     CALL "EnvName" USING WS-P-HOLDLIM-DAT
023006     CALL "EnvName" USING WS-P-MULTHOLD-DAT
023007     CALL "EnvName" USING WS-P-MULTSUSP-DAT
023008     CALL "EnvName" USING WS-P-MULTREV-DAT
023100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
023200     PERFORM 2000-PROCESS-TRANSACTIONS
023300         THRU 2000-PROCESS-TRANSACTIONS-EXIT
023400     PERFORM 3000-WRITE-SUMMARY-REPORT
023500         THRU 3000-WRITE-SUMMARY-REPORT-EXIT
023600     COMPUTE WS-Eoj-Read-Count =
023700         WS-Calc-Count + WS-Error-Count + WS-Held-Count
023800     MOVE WS-Calc-Count TO WS-Eoj-Written-Count
023900     MOVE WS-Error-Count TO WS-Eoj-Rejected-Count
024100     CALL "EndMsg" USING WS-Program-Name,
025500     MOVE "SUBTRACT" TO WS-Op-Label(2)
025600     MOVE "MULTIPLY" TO WS-Op-Label(3)
025700     MOVE "DIVIDE" TO WS-Op-Label(4)
025701     MOVE "CONVERT" TO WS-Op-Label(5)
025800     PERFORM VARYING WS-Op-Index FROM 1 BY 1
025900             UNTIL WS-Op-Index > 5
026000         MOVE 0 TO WS-Op-Count(WS-Op-Index)
026100         MOVE 0 TO WS-Op-Total(WS-Op-Index)
026200     END-PERFORM
026201     PERFORM 1200-LOAD-HOLD-LIMITS
026202         THRU 1200-LOAD-HOLD-LIMITS-EXIT
026300     .
026400 1000-INITIALIZE-EXIT.
026500     EXIT.
027900     CLOSE CheckpointFile
028000     .
028100 1100-READ-CHECKPOINT-EXIT.
028101     EXIT.
028102
028103 1200-LOAD-HOLD-LIMITS.
028104     PERFORM VARYING WS-Op-Index FROM 1 BY 1
028105             UNTIL WS-Op-Index > 5
028106         MOVE 0 TO WS-Hold-Limit(WS-Op-Index)
028107     END-PERFORM
028108     OPEN INPUT HoldLimitFile
028109     IF WS-Lim-Missing
028110         DISPLAY "HOLDLIM.DAT NOT FOUND - NO DETAIL WILL BE HELD."
028111         GO TO 1200-LOAD-HOLD-LIMITS-EXIT
028112     END-IF
028113     PERFORM VARYING WS-Op-Index FROM 1 BY 1
028114             UNTIL WS-Op-Index > 5
028115         MOVE WS-Hold-Op-Codes(WS-Op-Index:1) TO LIM-Op-Code
028116         READ HoldLimitFile
028117             INVALID KEY
028118                 CONTINUE
028119             NOT INVALID KEY
028120                 MOVE LIM-Threshold TO WS-Hold-Limit(WS-Op-Index)
028121         END-READ
028122     END-PERFORM
028123     CLOSE HoldLimitFile
028124     .
028125 1200-LOAD-HOLD-LIMITS-EXIT.
028200     EXIT.
028300
028400 2000-PROCESS-TRANSACTIONS.
028401*    Last night's journal goes before anything is read: only a
028402*    batch that reconciles tonight may leave one behind.
028403     CALL "CBL_DELETE_FILE" USING WS-P-GLJRNL-DAT
028404         RETURNING WS-Delete-Status
028500     OPEN INPUT TransactionFile
028600     IF WS-Tran-Not-Found
028700         DISPLAY "MULTTRAN.DAT NOT FOUND - NOTHING TO PROCESS "
030100         STRING "MULTIP AUDIT LOG - RUN " WS-Run-Date " "
030200             WS-Run-Time DELIMITED BY SIZE INTO AuditRecord
030300         WRITE AuditRecord
030301         OPEN INPUT FxRateFile
030302         IF WS-Fx-Missing
030303             DISPLAY "FXRATE.DAT NOT FOUND - CONVERSIONS WILL "
030304                 "BE REJECTED."
030305         ELSE
030306             SET WS-Fx-File-Is-Open TO TRUE
030307         END-IF
030308         OPEN I-O HeldItemFile
030309         IF WS-Hold-Missing
030310             OPEN OUTPUT HeldItemFile
030311             CLOSE HeldItemFile
030312             OPEN I-O HeldItemFile
030313         END-IF
030314         SET WS-Hold-File-Is-Open TO TRUE
030315         OPEN I-O SuspenseFile
030316         IF WS-Susp-Missing
030317             OPEN OUTPUT SuspenseFile
030318             CLOSE SuspenseFile
030319             OPEN I-O SuspenseFile
030320         END-IF
030321         SET WS-Susp-File-Is-Open TO TRUE
030322         OPEN INPUT ReversalFile
030323         IF NOT WS-Rev-Missing
030324             SET WS-Rev-File-Is-Open TO TRUE
030325         END-IF
030400         READ TransactionFile
030500             AT END SET WS-End-Of-Tran TO TRUE
030600         END-READ
031000                     MOVE BH-Batch-Id TO WS-Batch-Id
031100                     MOVE BH-Business-Date TO WS-Batch-Date
031200                     SET WS-Batch-Header-Seen TO TRUE
031201                     PERFORM 2050-WRITE-BATCH-LINE
031202                         THRU 2050-WRITE-BATCH-LINE-EXIT
031300                     IF WS-Ckpt-Was-Found
031400                             AND WS-Ckpt-Batch-Id
031500                                 = WS-Batch-Id
031600                         PERFORM 2600-RESTORE-CHECKPOINT
031700                             THRU 2600-RESTORE-CHECKPOINT-EXIT
031800                     END-IF
031801                     PERFORM 2750-OPEN-GL-WORK
031802                         THRU 2750-OPEN-GL-WORK-EXIT
031900                 WHEN TR-Is-Trailer
032000                     SET WS-Batch-Trailer-Seen TO TRUE
032100                     IF BT-Expected-Count IS NUMERIC
035800         END-PERFORM
035900         CLOSE TransactionFile
036000         CLOSE AuditFile
036001         IF WS-Fx-File-Is-Open
036002             CLOSE FxRateFile
036003         END-IF
036004         CLOSE HeldItemFile
036005         MOVE "N" TO WS-Hold-Open
036006         CLOSE SuspenseFile
036007         MOVE "N" TO WS-Susp-Open
036008         IF WS-Rev-File-Is-Open
036009             CLOSE ReversalFile
036010             MOVE "N" TO WS-Rev-Open
036011         END-IF
036100         PERFORM 2500-RECONCILE-BATCH
036200             THRU 2500-RECONCILE-BATCH-EXIT
036300         IF WS-Batch-Is-Good
036301             PERFORM 2800-WRITE-GL-JOURNAL
036302                 THRU 2800-WRITE-GL-JOURNAL-EXIT
036350             CALL "CBL_DELETE_FILE" USING WS-P-MULTCKPT-DAT
036400                 RETURNING WS-Delete-Status
036414         ELSE
036415             IF WS-Gl-Work-Is-Open
036416                 CLOSE GlWorkFile
036417             END-IF
036418             DISPLAY "NO GL JOURNAL PRODUCED FOR A BATCH THAT "
036419                 "FAILED ITS CONTROLS."
036428             PERFORM 2700-WRITE-CHECKPOINT
036442                 THRU 2700-WRITE-CHECKPOINT-EXIT
036456             DISPLAY "CHECKPOINT KEPT - A RERUN OF THIS "
037200 2000-PROCESS-TRANSACTIONS-EXIT.
037300     EXIT.
037400
037401*--------------------------------------------------------------
037402* Each batch's lines on MULTAUDT.LOG follow a BATCH line naming
037403* its batch id and business date - the identity MultRev finds a
037404* posted batch by when it is to be reversed.
037405*--------------------------------------------------------------
037406 2050-WRITE-BATCH-LINE.
037407     MOVE SPACES TO AuditRecord
037408     STRING "BATCH     " WS-Batch-Id " " WS-Batch-Date
037409         DELIMITED BY SIZE INTO AuditRecord
037410     WRITE AuditRecord
037411     .
037412 2050-WRITE-BATCH-LINE-EXIT.
037413     EXIT.
037414
037500 2100-VALIDATE-TRANSACTION.
037600     SET WS-Entry-Is-Valid TO TRUE
037700     IF TR-Op-Code NOT = "A" AND NOT = "S"
037800             AND NOT = "M" AND NOT = "D"
037801             AND NOT = "C"
037900         MOVE "unknown operation code" TO WS-Reject-Reason
037901         SET WS-Entry-Is-Invalid TO TRUE
037902         GO TO 2100-VALIDATE-TRANSACTION-EXIT
037903     END-IF
037904     IF TR-GL-Account = SPACES OR TR-Cost-Centre = SPACES
037905         MOVE "missing gl account/cost centre"
037906             TO WS-Reject-Reason
038000         SET WS-Entry-Is-Invalid TO TRUE
038100         GO TO 2100-VALIDATE-TRANSACTION-EXIT
038101     END-IF
038102     MOVE "N" TO WS-Release-Switch
038103     MOVE "N" TO WS-Reversal-Switch
038104     IF TR-Is-Reversal
038105         PERFORM 2167-VERIFY-REVERSAL
038106             THRU 2167-VERIFY-REVERSAL-EXIT
038107         IF WS-Entry-Is-Invalid
038108             GO TO 2100-VALIDATE-TRANSACTION-EXIT
038109         END-IF
038110     END-IF
038111     IF TR-Hold-Ref NOT = SPACES AND NOT TR-Is-Reversal
038112         PERFORM 2165-VERIFY-RELEASE
038113             THRU 2165-VERIFY-RELEASE-EXIT
038114         IF WS-Entry-Is-Invalid
038115             GO TO 2100-VALIDATE-TRANSACTION-EXIT
038116         END-IF
038200     END-IF
038300     MOVE TR-Operand1 TO WS-Amount-Text
038400     PERFORM 2150-VALIDATE-AMOUNT
038900         GO TO 2100-VALIDATE-TRANSACTION-EXIT
039000     END-IF
039100     COMPUTE WS-Operand1 = FUNCTION NUMVAL(WS-Amount-Text)
039101     IF TR-Op-Convert
039102         PERFORM 2160-VALIDATE-PAIR THRU 2160-VALIDATE-PAIR-EXIT
039103         IF WS-Entry-Is-Valid
039104             MOVE 0 TO WS-Operand2
039105             ADD WS-Operand1 TO WS-Operand-Hash
039106                 ON SIZE ERROR CONTINUE
039107             END-ADD
039108         END-IF
039109         GO TO 2100-VALIDATE-TRANSACTION-EXIT
039110     END-IF
039200     MOVE TR-Operand2 TO WS-Amount-Text
039300     PERFORM 2150-VALIDATE-AMOUNT
039400         THRU 2150-VALIDATE-AMOUNT-EXIT
044100 2150-VALIDATE-AMOUNT-EXIT.
044200     EXIT.
044300
044301*--------------------------------------------------------------
044302* A conversion's second operand is the currency pair: the
044303* 3-letter from-currency then the 3-letter to-currency, the
044304* rest of the field blank.
044305*--------------------------------------------------------------
044306 2160-VALIDATE-PAIR.
044307     IF CV-From-Ccy IS NOT ALPHABETIC
044308             OR CV-To-Ccy IS NOT ALPHABETIC
044309             OR CV-From-Ccy = SPACES
044310             OR CV-To-Ccy = SPACES
044311             OR CV-From-Ccy = CV-To-Ccy
044312             OR CV-Pair-Filler NOT = SPACES
044313         MOVE "invalid currency pair" TO WS-Reject-Reason
044314         SET WS-Entry-Is-Invalid TO TRUE
044315     END-IF
044316     .
044317 2160-VALIDATE-PAIR-EXIT.
044318     EXIT.
044319
044320*--------------------------------------------------------------
044321* A detail carrying a hold reference is a released MULTHOLD.DAT
044322* item: it must be on file as passed into this very batch and
044323* be exactly what was held, or it is rejected before hashing.
044324*--------------------------------------------------------------
044325 2165-VERIFY-RELEASE.
044326     IF NOT WS-Hold-File-Is-Open
044327         MOVE "held item release not on file" TO WS-Reject-Reason
044328         SET WS-Entry-Is-Invalid TO TRUE
044329         GO TO 2165-VERIFY-RELEASE-EXIT
044330     END-IF
044331     MOVE TR-Hold-Ref TO HLD-Key
044332     READ HeldItemFile
044333         INVALID KEY
044334             MOVE "held item release not on file"
044335                 TO WS-Reject-Reason
044336             SET WS-Entry-Is-Invalid TO TRUE
044337             GO TO 2165-VERIFY-RELEASE-EXIT
044338     END-READ
044339     IF NOT HLD-Is-Passed
044340             OR HLD-Released-Batch NOT = WS-Batch-Id
044341             OR HLD-Released-Date NOT = WS-Batch-Date
044342         MOVE "held item not released to batch"
044343             TO WS-Reject-Reason
044344         SET WS-Entry-Is-Invalid TO TRUE
044345         GO TO 2165-VERIFY-RELEASE-EXIT
044346     END-IF
044347     IF TransactionRecord(1:40) NOT = HLD-Detail
044348         MOVE "released item altered" TO WS-Reject-Reason
044349         SET WS-Entry-Is-Invalid TO TRUE
044350         GO TO 2165-VERIFY-RELEASE-EXIT
044351     END-IF
044352     SET WS-Release-Verified TO TRUE
044353     .
044354 2165-VERIFY-RELEASE-EXIT.
044355     EXIT.
044356
044357*--------------------------------------------------------------
044358* A type R detail is one line of a MultRev reversal: its
044359* reference columns carry the MULTREV.DAT key (original business
044360* date, original batch id, line number). The reversal must be on
044361* file as passed into this very batch and the line exactly as
044362* MultRev raised it, or it is rejected before hashing.
044363*--------------------------------------------------------------
044364 2167-VERIFY-REVERSAL.
044365     IF NOT WS-Rev-File-Is-Open
044366         MOVE "reversal not on file" TO WS-Reject-Reason
044367         SET WS-Entry-Is-Invalid TO TRUE
044368         GO TO 2167-VERIFY-REVERSAL-EXIT
044369     END-IF
044370     MOVE TR-Hold-Ref TO MRV-Key
044371     MOVE 0 TO MRV-Seq
044372     READ ReversalFile
044373         INVALID KEY
044374             MOVE "reversal not on file" TO WS-Reject-Reason
044375             SET WS-Entry-Is-Invalid TO TRUE
044376             GO TO 2167-VERIFY-REVERSAL-EXIT
044377     END-READ
044378     IF NOT MRV-Is-Passed
044379             OR MRV-Passed-Batch NOT = WS-Batch-Id
044380             OR MRV-Passed-Date NOT = WS-Batch-Date
044381         MOVE "reversal not released to batch" TO WS-Reject-Reason
044382         SET WS-Entry-Is-Invalid TO TRUE
044383         GO TO 2167-VERIFY-REVERSAL-EXIT
044384     END-IF
044385     MOVE TR-Hold-Ref TO MRV-Key
044386     IF MRV-Seq = ZERO
044387         MOVE "reversal line not on file" TO WS-Reject-Reason
044388         SET WS-Entry-Is-Invalid TO TRUE
044389         GO TO 2167-VERIFY-REVERSAL-EXIT
044390     END-IF
044391     READ ReversalFile
044392         INVALID KEY
044393             MOVE "reversal line not on file" TO WS-Reject-Reason
044394             SET WS-Entry-Is-Invalid TO TRUE
044395             GO TO 2167-VERIFY-REVERSAL-EXIT
044396     END-READ
044397     IF TransactionRecord(1:40) NOT = MRV-Detail
044398         MOVE "reversal line altered" TO WS-Reject-Reason
044399         SET WS-Entry-Is-Invalid TO TRUE
044400         GO TO 2167-VERIFY-REVERSAL-EXIT
044401     END-IF
044402     SET WS-Reversal-Verified TO TRUE
044403     .
044404 2167-VERIFY-REVERSAL-EXIT.
044405     EXIT.
044406
044407*--------------------------------------------------------------
044408* Held when either operand's size (for C, the amount's) is over
044409* the threshold; a verified release or reversal is never held.
044410*--------------------------------------------------------------
044411 2170-CHECK-HOLD-LIMIT.
044412     MOVE "N" TO WS-Hold-Switch
044413     IF WS-Release-Verified OR WS-Reversal-Verified
044414         GO TO 2170-CHECK-HOLD-LIMIT-EXIT
044415     END-IF
044416     PERFORM VARYING WS-Op-Index FROM 1 BY 1
044417             UNTIL WS-Hold-Op-Codes(WS-Op-Index:1) = TR-Op-Code
044418         CONTINUE
044419     END-PERFORM
044420     IF WS-Hold-Limit(WS-Op-Index) = ZERO
044421         GO TO 2170-CHECK-HOLD-LIMIT-EXIT
044422     END-IF
044423     IF WS-Operand1 < ZERO
044424         COMPUTE WS-Hold-Check-Amount = 0 - WS-Operand1
044425     ELSE
044426         MOVE WS-Operand1 TO WS-Hold-Check-Amount
044427     END-IF
044428     IF NOT TR-Op-Convert
044429         IF WS-Operand2 < ZERO
044430             COMPUTE WS-Hold-Check-Amount-2 = 0 - WS-Operand2
044431         ELSE
044432             MOVE WS-Operand2 TO WS-Hold-Check-Amount-2
044433         END-IF
044434         IF WS-Hold-Check-Amount-2 > WS-Hold-Check-Amount
044435             MOVE WS-Hold-Check-Amount-2 TO WS-Hold-Check-Amount
044436         END-IF
044437     END-IF
044438     IF WS-Hold-Check-Amount > WS-Hold-Limit(WS-Op-Index)
044439         SET WS-Detail-Is-Held TO TRUE
044440     END-IF
044441     .
044442 2170-CHECK-HOLD-LIMIT-EXIT.
044443     EXIT.
044444
044445 2200-CALCULATE-PAIR.
044446     PERFORM 2170-CHECK-HOLD-LIMIT THRU 2170-CHECK-HOLD-LIMIT-EXIT
044447     IF WS-Detail-Is-Held
044448         PERFORM 2350-HOLD-DETAIL THRU 2350-HOLD-DETAIL-EXIT
044449         GO TO 2200-CALCULATE-PAIR-EXIT
044450     END-IF
044500     MOVE "N" TO WS-Size-Error
044600     EVALUATE TRUE
044700         WHEN TR-Op-Add
047700                         MOVE "Y" TO WS-Size-Error
047800                 END-COMPUTE
047900             END-IF
047901         WHEN TR-Op-Convert
047902             MOVE 5 TO WS-Op-Index
047903             PERFORM 2250-LOOKUP-RATE THRU 2250-LOOKUP-RATE-EXIT
047904             IF NOT WS-Fx-Rate-Found
047905                 MOVE "Y" TO WS-Size-Error
047906                 MOVE "no fx rate on file" TO WS-Reject-Reason
047907             ELSE
047908                 IF WS-Fx-Age-Days > WS-Fx-Valid-Days
047909                     MOVE "Y" TO WS-Size-Error
047910                     MOVE SPACES TO WS-Reject-Reason
047911                     STRING "fx rate stale - eff " WS-Fx-Eff-Date
047912                         DELIMITED BY SIZE INTO WS-Reject-Reason
047913                 ELSE
047914                     COMPUTE WS-Result ROUNDED =
047915                         WS-Operand1 * WS-Fx-Rate
047916                         ON SIZE ERROR
047917                             MOVE "Y" TO WS-Size-Error
047918                     END-COMPUTE
047919                 END-IF
047920             END-IF
048000     END-EVALUATE
048100     IF WS-Had-Size-Error
048200         IF WS-Reject-Reason = SPACES
050300         MOVE WS-Result TO WS-ResultF
050400         PERFORM 2400-WRITE-AUDIT-LINE
050500             THRU 2400-WRITE-AUDIT-LINE-EXIT
050501         PERFORM 2450-WRITE-GL-LEGS
050502             THRU 2450-WRITE-GL-LEGS-EXIT
050600     END-IF
050700     MOVE SPACES TO WS-Reject-Reason
050800     .
050900 2200-CALCULATE-PAIR-EXIT.
051000     EXIT.
051100
051101*--------------------------------------------------------------
051102* The rate in force for the batch's business date: the latest
051103* FXRATE.DAT rate for the pair effective on or before it. The
051104* rate found counts toward the operand hash (to the hash's two
051105* places, like every other figure in it), so the front office
051106* includes it when it cuts the trailer; no rate adds nothing.
051107* WS-Fx-Age-Days is how long the rate had been in force - past
051108* FXR-Valid-Days it is stale. A reversal line is converted at the
051109* rate its original batch was, so it looks up as at that batch's
051110* business date (the date in its reference columns).
051111*--------------------------------------------------------------
051112 2250-LOOKUP-RATE.
051113     MOVE "N" TO WS-Fx-Found
051114     MOVE 0 TO WS-Fx-Rate
051115     MOVE 0 TO WS-Fx-Eff-Date
051116     MOVE 0 TO WS-Fx-Age-Days
051117     IF NOT WS-Fx-File-Is-Open
051118         GO TO 2250-LOOKUP-RATE-EXIT
051119     END-IF
051120     IF WS-Batch-Date > 0
051121         MOVE WS-Batch-Date TO WS-Fx-Lookup-Date
051122     ELSE
051123         MOVE WS-Run-Date TO WS-Fx-Lookup-Date
051124     END-IF
051125     IF WS-Reversal-Verified
051126         MOVE TR-Hold-Batch-Date TO WS-Fx-Lookup-Date
051127     END-IF
051128     MOVE CV-From-Ccy TO FXR-From-Ccy
051129     MOVE CV-To-Ccy TO FXR-To-Ccy
051130     MOVE 0 TO FXR-Effective-Date
051131     MOVE "N" TO WS-Fx-Scan-Switch
051132     START FxRateFile KEY IS >= FXR-Key
051133         INVALID KEY
051134             SET WS-Fx-Scan-Done TO TRUE
051135     END-START
051136     PERFORM UNTIL WS-Fx-Scan-Done
051137         READ FxRateFile NEXT RECORD
051138             AT END SET WS-Fx-Scan-Done TO TRUE
051139         END-READ
051140         IF NOT WS-Fx-Scan-Done
051141             IF FXR-From-Ccy NOT = CV-From-Ccy
051142                     OR FXR-To-Ccy NOT = CV-To-Ccy
051143                     OR FXR-Effective-Date > WS-Fx-Lookup-Date
051144                 SET WS-Fx-Scan-Done TO TRUE
051145             ELSE
051146                 SET WS-Fx-Rate-Found TO TRUE
051147                 MOVE FXR-Rate TO WS-Fx-Rate
051148                 MOVE FXR-Effective-Date TO WS-Fx-Eff-Date
051149                 MOVE FXR-Valid-Days TO WS-Fx-Valid-Days
051150             END-IF
051151         END-IF
051152     END-PERFORM
051153     IF WS-Fx-Rate-Found
051154         COMPUTE WS-Fx-Age-Days =
051155             FUNCTION INTEGER-OF-DATE(WS-Fx-Lookup-Date)
051156             - FUNCTION INTEGER-OF-DATE(WS-Fx-Eff-Date)
051157         ADD WS-Fx-Rate TO WS-Operand-Hash
051158             ON SIZE ERROR CONTINUE
051159         END-ADD
051160     END-IF
051161     .
051162 2250-LOOKUP-RATE-EXIT.
051163     EXIT.
051164
051200 2300-LOG-INVALID-ENTRY.
051300     ADD 1 TO WS-Error-Count
051400     IF WS-Reject-Reason = SPACES
052300     MOVE AuditRecord TO WS-Audit-Detail
052400     CALL "AuditLog" USING WS-Program-Name,
052500         WS-Audit-Event, WS-Audit-Detail
052501*    A rejected reversal line is not repairable through SusRpr
052502*    - it leaves the reversal short and is raised at the end of
052503*    the run instead.
052504     IF TR-Is-Reversal
052505         ADD 1 TO WS-Rev-Reject-Count
052506     END-IF
052507     IF TR-Is-Detail AND NOT TR-Is-Reversal
052508             AND WS-Susp-File-Is-Open
052509         PERFORM 2360-SUSPEND-DETAIL
052510             THRU 2360-SUSPEND-DETAIL-EXIT
052511     END-IF
052600     MOVE SPACES TO WS-Reject-Reason
052700     .
052800 2300-LOG-INVALID-ENTRY-EXIT.
052900     EXIT.
053000
053001*--------------------------------------------------------------
053002* A held detail is not calculated, totalled or posted. It still
053003* counts toward the operand hash like any detail that validates
053004* (a held conversion's rate included, as the front office cut
053005* it), and goes to MULTHOLD.DAT for HoldRel. A checkpoint resume
053006* that meets it again leaves the item already on file alone.
053007*--------------------------------------------------------------
053008 2350-HOLD-DETAIL.
053009     IF TR-Op-Convert
053010         PERFORM 2250-LOOKUP-RATE THRU 2250-LOOKUP-RATE-EXIT
053011     END-IF
053012     ADD 1 TO WS-Held-Count
053013     ADD WS-Hold-Check-Amount TO WS-Held-Amount
053014         ON SIZE ERROR CONTINUE
053015     END-ADD
053016     MOVE WS-Hold-Limit(WS-Op-Index) TO WS-Hold-Limit-Disp
053017     MOVE SPACES TO HeldItem
053018     MOVE WS-Batch-Date TO HLD-Batch-Date
053019     MOVE WS-Batch-Id TO HLD-Batch-Id
053020     MOVE WS-Detail-Count TO HLD-Detail-No
053021     MOVE TransactionRecord(1:40) TO HLD-Detail
053022     MOVE WS-Hold-Check-Amount TO HLD-Hold-Amount
053023     MOVE WS-Hold-Limit(WS-Op-Index) TO HLD-Threshold
053024     SET HLD-Is-Held TO TRUE
053025     MOVE WS-Run-Date TO HLD-Held-Date
053026     MOVE 0 TO HLD-Decided-EmpId
053027     MOVE 0 TO HLD-Decided-Date
053028     MOVE 0 TO HLD-Released-Date
053029     WRITE HeldItem
053030         INVALID KEY CONTINUE
053031     END-WRITE
053032     DISPLAY "Held for release: " TR-Op-Code " " TR-Operand1 " "
053033         TR-Operand2 " - over limit " WS-Hold-Limit-Disp "."
053034     MOVE SPACES TO AuditRecord
053035     STRING "HELD      " TR-Op-Code " " TR-Operand1 " "
053036         TR-Operand2 " - over limit " WS-Hold-Limit-Disp
053037         DELIMITED BY SIZE INTO AuditRecord
053038     WRITE AuditRecord
053039     MOVE "CALC-HELD" TO WS-Audit-Event
053040     MOVE AuditRecord TO WS-Audit-Detail
053041     CALL "AuditLog" USING WS-Program-Name,
053042         WS-Audit-Event, WS-Audit-Detail
053043     .
053044 2350-HOLD-DETAIL-EXIT.
053045     EXIT.
053046
053047*--------------------------------------------------------------
053048* A rejected detail is parked on MULTSUSP.DAT, as received and
053049* with its reject reason, for repair or cancellation through
053050* SusRpr. A checkpoint resume or a rerun of the batch that
053051* meets it again leaves the item already on file alone.
053052*--------------------------------------------------------------
053053 2360-SUSPEND-DETAIL.
053054     MOVE SPACES TO SuspenseItem
053055     MOVE WS-Batch-Date TO SUS-Batch-Date
053056     MOVE WS-Batch-Id TO SUS-Batch-Id
053057     MOVE WS-Detail-Count TO SUS-Detail-No
053058     MOVE TransactionRecord(1:40) TO SUS-Original
053059     MOVE WS-Reject-Reason TO SUS-Reason
053060     SET SUS-Is-Open TO TRUE
053061     MOVE WS-Run-Date TO SUS-Suspended-Date
053062     MOVE 0 TO SUS-Action-Date
053063     MOVE 0 TO SUS-Resubmit-Date
053064     WRITE SuspenseItem
053065         INVALID KEY CONTINUE
053066     END-WRITE
053067     .
053068 2360-SUSPEND-DETAIL-EXIT.
053069     EXIT.
053070
053100 2400-WRITE-AUDIT-LINE.
053200     MOVE SPACES TO AuditRecord
053201     IF WS-Reversal-Verified
053202         MOVE "REVERSAL  " TO WS-Audit-Prefix
053203     ELSE
053204         MOVE "OK        " TO WS-Audit-Prefix
053205     END-IF
053300     IF TR-Op-Convert
053400         MOVE WS-Fx-Rate TO WS-Fx-Rate-Disp
053500         STRING WS-Audit-Prefix TR-Op-Code " " TR-Operand1 " "
053501             TR-Operand2 " @" WS-Fx-Rate-Disp " " WS-Fx-Eff-Date
053502             " GL " TR-GL-Account " " TR-Cost-Centre
053503             " = " WS-ResultF
053504             DELIMITED BY SIZE INTO AuditRecord
053505     ELSE
053506         STRING WS-Audit-Prefix TR-Op-Code " " TR-Operand1 " "
053507             TR-Operand2 " GL " TR-GL-Account " " TR-Cost-Centre
053508             " = " WS-ResultF
053509             DELIMITED BY SIZE INTO AuditRecord
053510     END-IF
053600     WRITE AuditRecord
053700     IF WS-Reversal-Verified
053701         MOVE "CALC-REVERSE" TO WS-Audit-Event
053702     ELSE
053703         MOVE "CALC-OK" TO WS-Audit-Event
053704     END-IF
053800     MOVE AuditRecord TO WS-Audit-Detail
053900     CALL "AuditLog" USING WS-Program-Name,
054000         WS-Audit-Event, WS-Audit-Detail
054200 2400-WRITE-AUDIT-LINE-EXIT.
054300     EXIT.
054400
054401*--------------------------------------------------------------
054402* Two balanced legs per result: a positive result debits the
054403* detail's GL account and credits clearing, a negative one the
054404* other way round, both on the detail's cost centre. A zero
054405* result posts nothing. Any legs a failed run left for this
054406* detail are removed first.
054407*--------------------------------------------------------------
054408 2450-WRITE-GL-LEGS.
054409     IF NOT WS-Gl-Work-Is-Open
054410         GO TO 2450-WRITE-GL-LEGS-EXIT
054411     END-IF
054412     MOVE WS-Detail-Count TO GLW-Detail-No
054413     MOVE 1 TO GLW-Leg
054414     DELETE GlWorkFile
054415         INVALID KEY CONTINUE
054416     END-DELETE
054417     MOVE 2 TO GLW-Leg
054418     DELETE GlWorkFile
054419         INVALID KEY CONTINUE
054420     END-DELETE
054421     IF WS-Result = ZERO
054422         GO TO 2450-WRITE-GL-LEGS-EXIT
054423     END-IF
054424     IF WS-Result < ZERO
054425         COMPUTE WS-Gl-Amount = 0 - WS-Result
054426     ELSE
054427         MOVE WS-Result TO WS-Gl-Amount
054428     END-IF
054429     MOVE WS-Detail-Count TO GLW-Detail-No
054430     MOVE 1 TO GLW-Leg
054431     MOVE TR-GL-Account TO GLW-Account
054432     MOVE TR-Cost-Centre TO GLW-Cost-Centre
054433     IF WS-Result > ZERO
054434         MOVE "D" TO GLW-Dr-Cr
054435     ELSE
054436         MOVE "C" TO GLW-Dr-Cr
054437     END-IF
054438     MOVE WS-Gl-Amount TO GLW-Amount
054439     MOVE TR-Op-Code TO GLW-Op-Code
054440     WRITE GlWorkRecord
054441     MOVE 2 TO GLW-Leg
054442     MOVE WS-Gl-Clearing-Account TO GLW-Account
054443     IF WS-Result > ZERO
054444         MOVE "C" TO GLW-Dr-Cr
054445     ELSE
054446         MOVE "D" TO GLW-Dr-Cr
054447     END-IF
054448     WRITE GlWorkRecord
054449     .
054450 2450-WRITE-GL-LEGS-EXIT.
054451     EXIT.
054452
054500 2500-RECONCILE-BATCH.
054600     IF NOT WS-Batch-Header-Seen
054700         DISPLAY "NO BATCH HEADER ON MULTTRAN.DAT."
059600     MOVE CKP-Total TO WS-Total
059700     MOVE CKP-Operand-Hash TO WS-Operand-Hash
059800     PERFORM VARYING WS-Op-Index FROM 1 BY 1
059900             UNTIL WS-Op-Index > 5
060000         MOVE CKP-Op-Count(WS-Op-Index)
060100             TO WS-Op-Count(WS-Op-Index)
060200         MOVE CKP-Op-Total(WS-Op-Index)
060300             TO WS-Op-Total(WS-Op-Index)
060400     END-PERFORM
060401     IF CKP-Held-Count IS NUMERIC
060402         MOVE CKP-Held-Count TO WS-Held-Count
060403         MOVE CKP-Held-Amount TO WS-Held-Amount
060404     END-IF
060500     MOVE SPACES TO AuditRecord
060600     STRING "RESUMED BATCH " WS-Batch-Id
060700         " FROM CHECKPOINT AT DETAIL " WS-Skip-Target
062200     MOVE WS-Total TO CKP-Total
062300     MOVE WS-Operand-Hash TO CKP-Operand-Hash
062400     PERFORM VARYING WS-Op-Index FROM 1 BY 1
062500             UNTIL WS-Op-Index > 5
062600         MOVE WS-Op-Count(WS-Op-Index)
062700             TO CKP-Op-Count(WS-Op-Index)
062800         MOVE WS-Op-Total(WS-Op-Index)
062900             TO CKP-Op-Total(WS-Op-Index)
063000     END-PERFORM
063001     MOVE WS-Held-Count TO CKP-Held-Count
063002     MOVE WS-Held-Amount TO CKP-Held-Amount
063100     WRITE CheckpointRecord
063200     CLOSE CheckpointFile
063300     .
063400 2700-WRITE-CHECKPOINT-EXIT.
063500     EXIT.
063501
063502*--------------------------------------------------------------
063503* A fresh batch starts GLWORK.DAT empty; a batch resuming from
063504* its checkpoint keeps the legs the earlier run already wrote.
063505*--------------------------------------------------------------
063506 2750-OPEN-GL-WORK.
063507     IF WS-Gl-Work-Is-Open
063508         GO TO 2750-OPEN-GL-WORK-EXIT
063509     END-IF
063510     IF WS-Skip-Target > 0
063511         OPEN I-O GlWorkFile
063512         IF WS-Gl-Work-Missing
063513             OPEN OUTPUT GlWorkFile
063514             CLOSE GlWorkFile
063515             OPEN I-O GlWorkFile
063516         END-IF
063517     ELSE
063518         OPEN OUTPUT GlWorkFile
063519         CLOSE GlWorkFile
063520         OPEN I-O GlWorkFile
063521     END-IF
063522     SET WS-Gl-Work-Is-Open TO TRUE
063523     .
063524 2750-OPEN-GL-WORK-EXIT.
063525     EXIT.
063526
063527*--------------------------------------------------------------
063528* GLJRNL.DAT, written only once the batch has reconciled:
063529*   H record - file id, creation date/time, transmission
063530*              sequence (carried between runs in GLSEQ.CTL
063531*              the way USRINTF.DAT's is in INTFSEQ.CTL), batch
063532*              id and business date
063533*   D record - line number, GL account, cost centre, D/C,
063534*              amount, batch id, detail number, operation
063535*   T record - line count, debit total, credit total
063536*--------------------------------------------------------------
063537 2800-WRITE-GL-JOURNAL.
063538     IF NOT WS-Gl-Work-Is-Open
063539         OPEN OUTPUT GlWorkFile
063540     END-IF
063541     CLOSE GlWorkFile
063542     MOVE "N" TO WS-Gl-Work-Open
063543     OPEN INPUT GlSequenceControl
063544     IF WS-Gl-Seq-Missing
063545         MOVE 0 TO WS-Gl-Seq
063546     ELSE
063547         READ GlSequenceControl
063548             AT END
063549                 MOVE 0 TO WS-Gl-Seq
063550             NOT AT END
063551                 MOVE GSQ-Last-Sent TO WS-Gl-Seq
063552         END-READ
063553         CLOSE GlSequenceControl
063554     END-IF
063555     MOVE WS-Gl-Seq TO WS-Gl-Prior-Seq
063556     ADD 1 TO WS-Gl-Seq
063557     OPEN OUTPUT GlJournalFile
063558     MOVE WS-Run-Date TO WS-Glh-Date
063559     MOVE WS-Run-Time TO WS-Glh-Time
063560     MOVE WS-Gl-Seq TO WS-Glh-Seq
063561     MOVE WS-Batch-Id TO WS-Glh-Batch-Id
063562     MOVE WS-Batch-Date TO WS-Glh-Business-Date
063563     MOVE WS-Gl-Header-Record TO GlJournalRecord
063564     WRITE GlJournalRecord
063565     OPEN INPUT GlWorkFile
063566     READ GlWorkFile NEXT RECORD
063567         AT END SET WS-End-Of-Gl-Work TO TRUE
063568     END-READ
063569     PERFORM UNTIL WS-End-Of-Gl-Work
063570         ADD 1 TO WS-Gl-Line-Count
063571         MOVE WS-Gl-Line-Count TO WS-Gld-Line-No
063572         MOVE GLW-Account TO WS-Gld-Account
063573         MOVE GLW-Cost-Centre TO WS-Gld-Cost-Centre
063574         MOVE GLW-Dr-Cr TO WS-Gld-Dr-Cr
063575         MOVE GLW-Amount TO WS-Gld-Amount
063576         MOVE WS-Batch-Id TO WS-Gld-Batch-Id
063577         MOVE GLW-Detail-No TO WS-Gld-Detail-No
063578         MOVE GLW-Op-Code TO WS-Gld-Op-Code
063579         MOVE WS-Gl-Detail-Record TO GlJournalRecord
063580         WRITE GlJournalRecord
063581         IF GLW-Dr-Cr = "D"
063582             ADD GLW-Amount TO WS-Gl-Debit-Total
063583         ELSE
063584             ADD GLW-Amount TO WS-Gl-Credit-Total
063585         END-IF
063586         READ GlWorkFile NEXT RECORD
063587             AT END SET WS-End-Of-Gl-Work TO TRUE
063588         END-READ
063589     END-PERFORM
063590     CLOSE GlWorkFile
063591     MOVE WS-Gl-Line-Count TO WS-Glt-Line-Count
063592     MOVE WS-Gl-Debit-Total TO WS-Glt-Debit-Total
063593     MOVE WS-Gl-Credit-Total TO WS-Glt-Credit-Total
063594     MOVE WS-Gl-Trailer-Record TO GlJournalRecord
063595     WRITE GlJournalRecord
063596     CLOSE GlJournalFile
063597     OPEN OUTPUT GlSequenceControl
063598     MOVE SPACES TO GlSequenceRecord
063599     MOVE WS-Gl-Seq TO GSQ-Last-Sent
063600     MOVE WS-Gl-Prior-Seq TO GSQ-Prior-Sent
063601     WRITE GlSequenceRecord
063602     CLOSE GlSequenceControl
063603     CALL "CBL_DELETE_FILE" USING WS-P-GLWORK-DAT
063604         RETURNING WS-Delete-Status
063605     SET WS-Gl-Journal-Written TO TRUE
063606     DISPLAY "GL JOURNAL WRITTEN - SEQ " WS-Gl-Seq " LINES "
063607         WS-Gl-Line-Count
063608     .
063609 2800-WRITE-GL-JOURNAL-EXIT.
063610     EXIT.
063611
063700 3000-WRITE-SUMMARY-REPORT.
063800     MOVE WS-Total TO WS-TotalF
063900     MOVE WS-Calc-Count TO WS-Calc-Count-Disp
066400     STRING "ENTRIES REJECTED: " WS-Error-Count-Disp
066500         DELIMITED BY SIZE INTO ReportRecord
066600     WRITE ReportRecord
066601     MOVE WS-Held-Count TO WS-Held-Count-Disp
066602     MOVE WS-Held-Amount TO WS-TotalF
066603     MOVE SPACES TO ReportRecord
066604     STRING "HELD FOR RELEASE: " WS-Held-Count-Disp
066605         " AMOUNT " WS-TotalF DELIMITED BY SIZE INTO ReportRecord
066606     WRITE ReportRecord
066607     DISPLAY ReportRecord
066608     MOVE SPACES TO ReportRecord
066609     STRING "DETAILS RECEIVED: " WS-Detail-Count
066610         DELIMITED BY SIZE INTO ReportRecord
066611     WRITE ReportRecord
066700     PERFORM 3100-WRITE-OPERATION-LINE
066800         THRU 3100-WRITE-OPERATION-LINE-EXIT
066900         VARYING WS-Op-Index FROM 1 BY 1
067000         UNTIL WS-Op-Index > 5
067001     MOVE SPACES TO ReportRecord
067002     IF WS-Gl-Journal-Written
067003         STRING "GL JOURNAL SEQ " WS-Gl-Seq " LINES "
067004             WS-Gl-Line-Count DELIMITED BY SIZE INTO ReportRecord
067005     ELSE
067006         MOVE "GL JOURNAL NOT PRODUCED" TO ReportRecord
067007     END-IF
067008     WRITE ReportRecord
067100     MOVE WS-Total TO WS-TotalF
067200     MOVE SPACES TO ReportRecord
067300     STRING "GRAND TOTAL: " WS-TotalF DELIMITED BY SIZE
068900             MOVE 4 TO WS-Eoj-Return-Code
069000         END-IF
069100     END-IF
069101     IF WS-Held-Count > 0
069102         MOVE "W" TO WS-Excp-Severity
069103         MOVE SPACES TO WS-Excp-Message
069104         STRING "DETAILS HELD FOR SUPERVISOR RELEASE: "
069105             WS-Held-Count-Disp DELIMITED BY SIZE
069106             INTO WS-Excp-Message
069107         CALL "ExcpLog" USING WS-Program-Name,
069108             WS-Excp-Severity, WS-Excp-Message
069109         IF WS-Eoj-Return-Code < 4
069110             MOVE 4 TO WS-Eoj-Return-Code
069111         END-IF
069112     END-IF
069113     IF WS-Rev-Reject-Count > 0
069114         MOVE WS-Rev-Reject-Count TO WS-Rev-Reject-Disp
069115         MOVE "W" TO WS-Excp-Severity
069116         MOVE SPACES TO WS-Excp-Message
069117         STRING "REVERSAL LINES REJECTED - REVERSAL INCOMPLETE: "
069118             WS-Rev-Reject-Disp DELIMITED BY SIZE
069119             INTO WS-Excp-Message
069120         CALL "ExcpLog" USING WS-Program-Name,
069121             WS-Excp-Severity, WS-Excp-Message
069122         IF WS-Eoj-Return-Code < 4
069123             MOVE 4 TO WS-Eoj-Return-Code
069124         END-IF
069125     END-IF
069200     .
069300 3000-WRITE-SUMMARY-REPORT-EXIT.
069400     EXIT.
