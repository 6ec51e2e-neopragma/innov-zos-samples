       Identification Division.
      *****************************************************************
      * Desk-printer receipt transaction for CASHBOX (transid CPRT).
      *
      * CASHBOX STARTs this transaction against the registration
      * desk's printer with the receipt's ten 60-byte lines as the
      * start data, once the money has posted. The receipt is
      * printed as one page, a new-line order after each line, and
      * the printer is released. A receipt that fails to print here
      * is still posted - the desk reprints it from CASHBOX (PF5).
      *****************************************************************
       Program-Id. CASHPRT.
       Data Division.
       Working-Storage Section.
       01  WS-Work-Fields.
           05  WS-Resp                pic s9(08) binary.
           05  WS-Line-Ix             pic s9(04) binary.
           05  WS-Print-Length        pic s9(04) binary.
           05  WS-Data-Length         pic s9(04) binary.
           05  WS-New-Line            pic x(01) value x'15'.
       01  WS-Receipt-Data.
           05  WS-Rcpt-Line           pic x(60) occurs 10 times.
       01  WS-Print-Buffer            pic x(700) value spaces.
       Procedure Division.
           move length of WS-Receipt-Data to WS-Data-Length
           EXEC CICS RETRIEVE
               INTO(WS-Receipt-Data)
               LENGTH(WS-Data-Length)
               RESP(WS-Resp)
           END-EXEC
           if WS-Resp = DFHRESP(NORMAL)
               move 1 to WS-Print-Length
               perform 1000-Add-Line
                   varying WS-Line-Ix from 1 by 1
                   until WS-Line-Ix > 10
               subtract 1 from WS-Print-Length
               EXEC CICS SEND TEXT
                   FROM(WS-Print-Buffer)
                   LENGTH(WS-Print-Length)
                   ERASE
                   PRINT
               END-EXEC
           end-if
           EXEC CICS RETURN
           END-EXEC
           .
       1000-Add-Line.
           string WS-Rcpt-Line (WS-Line-Ix) delimited by size
                  WS-New-Line delimited by size
               into WS-Print-Buffer
               with pointer WS-Print-Length
           end-string
           .
