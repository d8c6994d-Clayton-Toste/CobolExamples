000100*---------------------------------
000200* Operator master record layout - who may sign on, with what
000300* password, and how far their authority runs.  A clerk keys
000400* and reports; a supervisor also runs the checks, voids,
000500* closes and rolls the files and signs for period overrides;
000600* an administrator also maintains this file.
000700*---------------------------------
000800 FD  OPERATOR-FILE
000900     LABEL RECORDS ARE STANDARD.
001000 01  OPERATOR-RECORD.
001100     05  OPERATOR-ID               PIC X(3).
001200     05  OPERATOR-NAME             PIC X(30).
001300     05  OPERATOR-PASSWORD         PIC X(8).
001400     05  OPERATOR-LEVEL            PIC 9.
001500         88  OPERATOR-LEVEL-VALID       VALUE 1 THRU 3.
