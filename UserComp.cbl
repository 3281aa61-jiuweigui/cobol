002100* 2026-08-23 JWG  Header corrected: trailers are skipped, not
002200*                 count-compared - the count check is
002300*                 UserRecon's job, not this compare's.
002333* 2026-10-15 JWG  Lines show FamilyName in place of the retired
002366*                 RealName.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005000         ==UserId==            BY ==OldId==
005100         ==UserNames==         BY ==OldNames==
005200         ==UserName==          BY ==OldUserName==
005400         ==Email==             BY ==OldEmail==
005500         ==LastLoginDate==     BY ==OldLastLoginDate==
005600         ==UserPassword==      BY ==OldPassword==
006300         ==AccountIsLocked==   BY ==OldIsLocked==
006400         ==AccountIsPending==  BY ==OldIsPending==
006500         ==FailedLoginCount==  BY ==OldFailedCount==
006533         ==LastChangedStamp==  BY ==OldLastChanged==
006566         ==GivenName==         BY ==OldGivenName==
006599         ==FamilyName==        BY ==OldFamilyName==
006632         ==NameReviewFlag==    BY ==OldNameReview==
006665         ==NameNeedsReview==   BY ==OldNameNeedsReview==.
006700
006800 FD  ReportFile.
006900 01  ReportRecord            PIC X(80).
019900 2300-REPORT-DROPPED.
020000     ADD 1 TO WS-Dropped-Count
020100     MOVE SPACES TO ReportRecord
020200     STRING "DROPPED " OldId " " OldUserName " " OldFamilyName
020300         " STATUS " OldAccountStatus DELIMITED BY SIZE
020400         INTO ReportRecord
020500     WRITE ReportRecord
021000 2400-REPORT-ADDED.
021100     ADD 1 TO WS-Added-Count
021200     MOVE SPACES TO ReportRecord
021300     STRING "ADDED   " UserId " " UserName " " FamilyName
021400         " STATUS " AccountStatus DELIMITED BY SIZE
021500         INTO ReportRecord
021600     WRITE ReportRecord
022500         ADD 1 TO WS-Changed-Count
022600         MOVE SPACES TO ReportRecord
022700         STRING "CHANGED " UserId " WAS " OldUserName " "
022800             OldFamilyName(1:15) " " OldAccountStatus " NOW "
022900             UserName " " FamilyName(1:15) " " AccountStatus
023000             DELIMITED BY SIZE INTO ReportRecord
023100         WRITE ReportRecord
023200     END-IF
