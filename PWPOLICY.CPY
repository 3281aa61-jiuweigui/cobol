001520* treats a failed-attempt lock as expired and lets the next
001530* good password through (0 = locks stay until UserUnlock,
001540* the original behaviour).
001550* POL-Passcode-Mins: how long a sign-on second-factor
001560* passcode stays good after UserSignon queues it.
001570* POL-Priv-Expiry-Days / POL-Priv-Min-Length: the tighter
001580* expiry and minimum length that apply in place of the two
001590* above to a privileged (AccountType "P") account.
001593* POL-Idle-Mins: minutes after which the shared SessReg
001596* routine expires an open sign-on session on SESSION.DAT.
001600*--------------------------------------------------------------
001700 01  PasswordPolicy.
001800     02  POL-Expiry-Days     PIC 9(05).
001900     02  POL-Min-Length      PIC 9(02).
002000     02  POL-History-Depth   PIC 9(02).
002100     02  POL-Lock-Cooloff-Mins PIC 9(04).
002200     02  POL-Passcode-Mins   PIC 9(02).
002300     02  POL-Priv-Expiry-Days PIC 9(05).
002400     02  POL-Priv-Min-Length PIC 9(02).
002410     02  POL-Idle-Mins       PIC 9(04).
