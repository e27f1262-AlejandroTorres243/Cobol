      *>   audited change.
       01 MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 500 TIMES INDEXED BY MBR-IDX.
               10 ME-RECORD PIC X(61).
       01 MEMBER-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-AUDIT-COUNT PIC 9(9) VALUE ZERO.
