000900*           L=refused, locked     I=refused, inactive
001000*           P=refused, pending    U=unknown UserId
001010*           E=lock expired by the cooling-off policy
001020* Second-factor passcode outcomes (accounts flagged with
001030* SecondFactorFlag, after a good password or reset token):
001040*           S=passcode sent      C=passcode accepted
001050*           X=passcode expired, or no deliverable Email
001055*           W=wrong passcode
001060*           V=wrong passcode causing a lock
001070* Break-glass accounts (BRKGLASS.DAT register, BrkGlass):
001080*           G=refused, sealed or checkout window closed
001086* Leave of absence (SUSPEND.DAT register, SuspSwp):
001092*           R=refused, account suspended
001093* Signed-on sessions (SESSION.DAT register, SessReg):
001094*           M=refused, a second session on a personal account
001095*           D=accepted, flagged concurrent (service/shared)
001096*           F=signed off          N=expired, idle timeout
001097*           Q=cut off by the batch-window quiesce
001108* SJ-Terminal is the terminal or workstation id the attempt
001119* came from (UserSignon, TERMID; blank on session endings
001130* written by SessReg and on records from before it was
001141* kept). SJ-Terminal-Flag marks a good sign-on against the
001152* TERMREG.DAT known-terminal register:
001163*           N=new terminal for the account (notice queued)
001174*           F=the account's first terminal, learned quietly
001185*--------------------------------------------------------------
001200 01  SignJrnlRecord.
001300     02  SJ-Date             PIC 9(08).
001400     02  SJ-Time             PIC 9(08).
002300         88  SJ-Was-Pending      VALUE "P".
002400         88  SJ-Unknown-Id       VALUE "U".
002500         88  SJ-Lock-Expired     VALUE "E".
002600         88  SJ-Passcode-Sent    VALUE "S".
002700         88  SJ-Passcode-Accepted VALUE "C".
002800         88  SJ-Passcode-Expired VALUE "X".
002900         88  SJ-Passcode-Wrong   VALUE "W".
003000         88  SJ-Passcode-Locked  VALUE "V".
003100         88  SJ-Break-Glass-Sealed VALUE "G".
003110         88  SJ-Was-Suspended    VALUE "R".
003120         88  SJ-Concurrent-Refused VALUE "M".
003130         88  SJ-Concurrent-Flagged VALUE "D".
003140         88  SJ-Signed-Off       VALUE "F".
003150         88  SJ-Idle-Expired     VALUE "N".
003160         88  SJ-Cut-Off          VALUE "Q".
003170     02  SJ-Terminal         PIC X(08).
003180     02  SJ-Terminal-Flag    PIC X(01).
003190         88  SJ-New-Terminal     VALUE "N".
003200         88  SJ-First-Terminal   VALUE "F".
