000640* existed) = operator, S =
000645* supervisor, A = security admin. Each level includes the
000650* ones below it.
000660* EmpManagerId is the reporting line: the EmpId of the
000670* person's manager, zero for none (the top of the tree, and
000680* every entry until EmpMaint sets one). EmpMaint only accepts
000690* a current employee that does not close a loop; MgrRpt checks
000692* nightly for managers gone missing or left since, and the
000694* shared MgrLook routine names the manager at the approval
000696* prompts. EmpConv widened the record for it.
000700*--------------------------------------------------------------
000800 01  EmployeeRecord.
000900     02  EmpId               PIC 9(05).
001600         88  EmpIsOperator       VALUE "O" " ".
001700         88  EmpIsSupervisor     VALUE "S".
001800         88  EmpIsSecAdmin       VALUE "A".
001900     02  EmpManagerId        PIC 9(05).
002000         88  EmpHasNoManager     VALUE ZERO.
002100     02  FILLER              PIC X(20).
