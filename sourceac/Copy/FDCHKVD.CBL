001300     05  VOID-VENDOR               PIC 9(5).
001400     05  VOID-AMOUNT               PIC 9(7)V99.
001500     05  VOID-BANK-ACCOUNT         PIC X(2).
001600* Why the check came off the outstanding list - V voided by
001700* the void run (space on records written before the type was
001800* kept), E escheated to the state as unclaimed property.  An
001900* escheated check's vouchers stay paid.
002000     05  VOID-TYPE                 PIC X.
