
01 Ua-File-Status          PIC X(2).
01 WS-Useraccess-Path      PIC X(260).
01 WS-User-Access-Max      PIC 9(3) VALUE 500.
01 WS-User-Access-Count    PIC 9(3) VALUE ZEROS.
01 User-Access-Table.
    02 Ua-Entry OCCURS 500 TIMES INDEXED BY Ua-Idx.
        03 Ua-UserId-Tbl       PIC X(10).
        03 Ua-Password-Tbl     PIC X(10).
        03 Ua-Role-Tbl         PIC X(1).
        MOVE Ua-Password TO Ua-Password-Tbl(WS-User-Access-Count)
        MOVE Ua-Role     TO Ua-Role-Tbl(WS-User-Access-Count)
    ELSE
        DISPLAY "*** USER ACCESS TABLE FULL *** more than "
                WS-User-Access-Max " accounts on file"
        DISPLAY "    Run aborted - notify operator."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Get-Search-Filter.
