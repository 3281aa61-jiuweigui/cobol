002490* 2026-09-01 JWG  New directory entries are born at the
002491*                 operator role "O"; EmpMaint raises a role,
002492*                 never this entry path.
002494* 2026-10-15 JWG  New directory entries start with no manager
002496*                 (EmpManagerId zero); EmpMaint sets the
002498*                 reporting line.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
010400     MOVE WS-Employee-Id TO EmpId
010500     READ ContactFile
010510         INVALID KEY
010515             MOVE SPACES TO EmployeeRecord
010520             MOVE WS-Employee-Id TO EmpId
010530             MOVE Name TO EmpName
010540             MOVE WS-Department TO EmpDepartment
010550             SET EmpIsCurrent TO TRUE
010555             MOVE "O" TO EmpRole
010557             MOVE ZERO TO EmpManagerId
010560             WRITE EmployeeRecord
010570             ADD 1 TO WS-Eoj-Written-Count
010580         NOT INVALID KEY
