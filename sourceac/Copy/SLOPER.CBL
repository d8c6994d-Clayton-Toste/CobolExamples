000100*---------------------------------
000200* Operator master - indexed by operator initials.  One record
000300* per person allowed to sign on to the AP and sales menu.
000400* OPTIONAL because there is none until the first operator is
000500* keyed.
000600*---------------------------------
000700     SELECT OPTIONAL OPERATOR-FILE
000800         ASSIGN TO "OPERATOR"
000900         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS OPERATOR-ID.
