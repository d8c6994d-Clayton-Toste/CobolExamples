001400     05  AUDIT-FILE-NAME           PIC X(8).
001500     05  AUDIT-ACTION              PIC X(6).
001600     05  AUDIT-KEY                 PIC X(15).
001700     05  AUDIT-BEFORE              PIC X(300).
001800     05  AUDIT-AFTER               PIC X(300).
