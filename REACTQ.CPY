000100*--------------------------------------------------------------
000200* REACTQ - REACTQ.DAT record layout: one pending-reactivation
000300* request per inactive account, raised through ReactReq and
000400* worked off by the UserReact supervisor review - the way
000500* back from inactive, with the same second pair of eyes as
000600* the DEACTQ.DAT way in. Keyed on UserId so an account cannot
000700* be queued twice. RQ-Requester-EmpId is the requester's
000800* CONTACT.DAT employee id (proved through AuthChk), so the
000900* review can refuse a supervisor deciding their own request;
001000* RQ-Deact-Reason-Code is the account's DeactReasonCode when
001100* the request was raised, for the reviewer's eye (the review
001200* judges the code on the account itself).
001300*--------------------------------------------------------------
001400 01  ReactRequest.
001500     02  RQ-UserId           PIC 9(08).
001600     02  RQ-Request-Date     PIC 9(08).
001700     02  RQ-Request-Time     PIC 9(08).
001800     02  RQ-Requested-By     PIC X(10).
001900     02  RQ-Requester-EmpId  PIC 9(05).
002000     02  RQ-Reason           PIC X(60).
002100     02  RQ-Deact-Reason-Code
002200                             PIC X(03).
