000100*--------------------------------------------------------------
000200* READJRNL - READJRNL.DAT record layout: one record each time
000300* an inquiry program puts an account's detail in front of an
000400* operator, appended through the shared ReadJrnl routine by
000500* UserInq, UserCons, UserFind (each match listed), UserHist,
000600* UserNote (notes listings) and UserSar. The change journals
000700* say who altered an account; this says who looked at it.
000800* The operator is the EmpId proved through AuthChk at sign-on.
000900* Read each night by the ReadRpt browsing-pattern report and
001000* rolled by LogRoll with the other daily journals.
001100*--------------------------------------------------------------
001200 01  ReadJrnlRecord.
001300     02  RJ-Date             PIC 9(08).
001400     02  RJ-Time             PIC 9(08).
001500     02  RJ-EmpId            PIC 9(05).
001600     02  RJ-UserId           PIC 9(08).
001700     02  RJ-Program          PIC X(20).
001800     02  FILLER              PIC X(10).
