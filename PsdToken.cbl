000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PsdToken.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Returns the stable pseudonym token for a UserId from the
000900* PSDVAULT.DAT vault, issuing one the first time an account
001000* is asked for. A token is "PS" and eight characters drawn
001100* at random (letters and digits that cannot be misread), so
001200* nothing about it can be worked back to the account without
001300* the vault; a draw that collides with a token already
001400* issued is simply drawn again. The random sequence is
001500* seeded once per run, not per call, so accounts tokenised
001600* in the same hundredth of a second still get different
001700* draws. The vault stays open between calls for the length
001800* of the run - the extracts call here once per account.
001900* Spaces come back when the vault cannot be opened; the
002000* caller must then not ship the row.
002100*--------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*--------------------------------------------------------------
002400* DATE       INIT DESCRIPTION
002500* ---------- ---- -------------------------------------------
002600* 2026-10-15 JWG  Original version.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT VaultFile ASSIGN TO DYNAMIC WS-P-PSDVAULT-DAT
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS PV-UserId
003500         ALTERNATE RECORD KEY IS PV-Token
003600         FILE STATUS IS WS-Vault-Status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  VaultFile.
004100     COPY "PSDVAULT.CPY".
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-Vault-Status         PIC XX.
004500     88  WS-Vault-Missing        VALUE "35".
004600 01  WS-Vault-State          PIC X(01) VALUE "N".
004700     88  WS-Vault-Is-Open        VALUE "Y".
004800     88  WS-Vault-Failed         VALUE "F".
004900 01  WS-Random-Seed          PIC 9(08).
005000 01  WS-Random-Value         PIC S9V9(09).
005100 01  WS-Random-Int           PIC 9(09) COMP.
005200 01  WS-Pick                 PIC 9(02) COMP.
005300 01  WS-Tok-Index            PIC 9(02) COMP.
005400 01  WS-Token-Set            PIC X(32) VALUE
005500     "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
005600 01  WS-New-Token            PIC X(10).
005700 01  WS-Token-Taken          PIC X(01).
005800     88  WS-Token-In-Use         VALUE "Y".
005900 01  WS-Run-Date             PIC 9(08).
006000 01  WS-P-PSDVAULT-DAT      PIC X(30) VALUE "PSDVAULT.DAT".
006100
006200 LINKAGE SECTION.
006300 01  LK-UserId               PIC 9(08).
006400 01  LK-Token                PIC X(10).
006500
006600 PROCEDURE DIVISION USING LK-UserId, LK-Token.
006700
006800 0000-MAINLINE.
006900     MOVE SPACES TO LK-Token
007000     IF WS-Vault-Failed
007100         GOBACK
007200     END-IF
007300     IF NOT WS-Vault-Is-Open
007400         PERFORM 1000-OPEN-VAULT THRU 1000-OPEN-VAULT-EXIT
007500         IF NOT WS-Vault-Is-Open
007600             GOBACK
007700         END-IF
007800     END-IF
007900     MOVE LK-UserId TO PV-UserId
008000     READ VaultFile KEY IS PV-UserId
008100         INVALID KEY
008200             PERFORM 2000-ISSUE-TOKEN
008300                 THRU 2000-ISSUE-TOKEN-EXIT
008400         NOT INVALID KEY
008500             MOVE PV-Token TO LK-Token
008600     END-READ
008700     GOBACK.
008800
008900 1000-OPEN-VAULT.
009000     CALL "EnvName" USING WS-P-PSDVAULT-DAT
009100     OPEN I-O VaultFile
009200     IF WS-Vault-Missing
009300         OPEN OUTPUT VaultFile
009400         CLOSE VaultFile
009500         OPEN I-O VaultFile
009600     END-IF
009700     IF WS-Vault-Status NOT = "00"
009800         DISPLAY "PSDVAULT.DAT WILL NOT OPEN (STATUS "
009900             WS-Vault-Status ") - NO TOKENS ISSUED."
010000         SET WS-Vault-Failed TO TRUE
010100         GO TO 1000-OPEN-VAULT-EXIT
010200     END-IF
010300     SET WS-Vault-Is-Open TO TRUE
010400     CALL "BusDate" USING WS-Run-Date
010500     ACCEPT WS-Random-Seed FROM TIME
010600     COMPUTE WS-Random-Value = FUNCTION RANDOM(WS-Random-Seed)
010700     .
010800 1000-OPEN-VAULT-EXIT.
010900     EXIT.
011000
011100 2000-ISSUE-TOKEN.
011200     MOVE "Y" TO WS-Token-Taken
011300     PERFORM 2100-DRAW-TOKEN THRU 2100-DRAW-TOKEN-EXIT
011400         UNTIL NOT WS-Token-In-Use
011500     MOVE SPACES TO PsdVaultRecord
011600     MOVE LK-UserId TO PV-UserId
011700     MOVE WS-New-Token TO PV-Token
011800     MOVE WS-Run-Date TO PV-Issued-Date
011900     WRITE PsdVaultRecord
012000         INVALID KEY
012100             GO TO 2000-ISSUE-TOKEN-EXIT
012200     END-WRITE
012300     MOVE WS-New-Token TO LK-Token
012400     .
012500 2000-ISSUE-TOKEN-EXIT.
012600     EXIT.
012700
012800 2100-DRAW-TOKEN.
012900     MOVE "PS" TO WS-New-Token
013000     PERFORM VARYING WS-Tok-Index FROM 3 BY 1
013100             UNTIL WS-Tok-Index > 10
013200         COMPUTE WS-Random-Value = FUNCTION RANDOM
013300         COMPUTE WS-Random-Int =
013400             FUNCTION INTEGER(WS-Random-Value * 1000000)
013500         COMPUTE WS-Pick = FUNCTION MOD(WS-Random-Int, 32) + 1
013600         MOVE WS-Token-Set(WS-Pick:1)
013700             TO WS-New-Token(WS-Tok-Index:1)
013800     END-PERFORM
013900     MOVE WS-New-Token TO PV-Token
014000     READ VaultFile KEY IS PV-Token
014100         INVALID KEY
014200             MOVE "N" TO WS-Token-Taken
014300         NOT INVALID KEY
014400             MOVE "Y" TO WS-Token-Taken
014500     END-READ
014600     .
014700 2100-DRAW-TOKEN-EXIT.
014800     EXIT.
