      * same print files the LETTRGEN mailings use - STMEN, STMES,
      * STMFR, with other languages on STMOTH - and each statement
      * starts on a new page.
      * An overpayment CREDSWP moved off an invoice, and the credit
      * FEEINVC later applied, show as CREDIT lines; a household
      * credit balance still waiting is printed under the balance.
      * SYSIN names the league: a statement covers only its invoices,
      * payments and credits and carries its name under the header,
      * so a family with players in both leagues gets one statement
      * from each.
      **********************************************************************
       Program-ID. STMTGEN.
       Environment Division.
       01  WS-Event-Eof-Sw        pic x value "N".
           88  Event-Eof              value "Y".

       01  WS-League-Key          pic x(08).
       01  WS-League-Name         pic x(60).
       01  WS-League-Status       pic x(01).
           88  League-Found           value "Y".
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-Lang            pic x(02).
       01  WS-Sql-First-Name      pic x(30).
           05  OUT-First-Name      pic x(30).
           05  filler              pic x(01) value spaces.
           05  OUT-Surname         pic x(30).
       01  WS-League-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(07) value "LEAGUE ".
           05  OUT-League-Name     pic x(60).
       01  WS-Event-Line.
           05  filler              pic x(01) value spaces.
           05  OUT-Evt-Date        pic x(10).
           05  filler              pic x(22)
               value "BALANCE OUTSTANDING:  ".
           05  OUT-Balance         pic z,zzz,zz9.99.
       01  WS-Credit-Line.
           05  filler              pic x(01) value spaces.
           05  filler              pic x(22)
               value "CREDIT ON ACCOUNT:    ".
           05  OUT-Credit          pic z,zzz,zz9.99.

       Procedure Division.

           perform 0050-Select-League
           perform 0100-Open-Files

      *    Households worth a statement: an open balance, a payment
                            JOIN LABSCHEMA.INVOICE I
                              ON I.PLAYER_ID = PC.PLAYER_ID
                            WHERE PC.CONTACT_ID = C.ID
                              AND I.LEAGUE_ID = :WS-Sql-League-Id
                              AND (I.AMOUNT_DUE > I.AMOUNT_PAID
                                OR I.INVOICE_DATE >=
                                   CURRENT DATE - 1 MONTH
                           LEFT JOIN LABSCHEMA.PLAYERS P
                             ON P.PLAYER_ID = I.PLAYER_ID
                           WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id
                             AND I.LEAGUE_ID = :WS-Sql-League-Id
                       UNION ALL
                       SELECT PM.PAYMENT_DATE,
                              CASE WHEN PM.CREDIT_ID IS NULL
                                   THEN 'PAYMENT'
                                   ELSE 'CREDIT' END,
                              COALESCE(P2.PLAYER_NAME,
                                       '(WITHDRAWN)'),
                              PM.AMOUNT
                             ON P2.PLAYER_ID = I2.PLAYER_ID
                           WHERE PC2.CONTACT_ID =
                                 :WS-Sql-Contact-Id
                             AND I2.LEAGUE_ID = :WS-Sql-League-Id
                   ) X
                   ORDER BY X.EVT_DATE, X.EVT_TYPE, X.PLAYER_NAME
           END-EXEC

           perform 8000-Close-Files
           display "STMTGEN - household statements complete"
           display "League: " WS-League-Name
           display "Statements generated: " WS-Statement-Count
           display "Ledger lines printed: " WS-Line-Count
           goback
           .
       0050-Select-League.
      *    SYSIN card 1 names the league this run is for - its code,
      *    or a PARM_PROFILE profile naming it (see LEAGSEL).
           accept WS-League-Key
           call "LEAGSEL" using WS-League-Key
                                WS-Sql-League-Id
                                WS-League-Name
                                WS-League-Status
           if not League-Found
               move 12 to return-code
               goback
           end-if
           .
       0100-Open-Files.
           open output Statements-En-File
           if not En-File-OK
           move WS-Sql-Surname to OUT-Surname
           move WS-Header-Line to WS-Statement-Line
           perform 6000-Write-By-Language
           move WS-League-Name to OUT-League-Name
           move WS-League-Line to WS-Statement-Line
           perform 6000-Write-By-Language

           move "N" to WS-Event-Eof-Sw
           EXEC SQL OPEN STMT_EVENT_CUR END-EXEC
                   JOIN LABSCHEMA.PLAYER_CONTACT PC
                     ON PC.PLAYER_ID = I.PLAYER_ID
                   WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id
                     AND I.LEAGUE_ID = :WS-Sql-League-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           move WS-Sql-Balance to OUT-Balance
           move WS-Balance-Line to WS-Statement-Line
           perform 6000-Write-By-Language

      *    Credit held by the guardian or anyone in their household,
      *    waiting for the next season's invoice - in this league,
      *    the league of the invoice the credit came from, as
      *    stamped on the credit row.
           EXEC SQL
               SELECT COALESCE(SUM(HC.AMOUNT), 0)
                   INTO :WS-Sql-Balance
                   FROM LABSCHEMA.HOUSEHOLD_CREDIT HC
                   WHERE HC.LEAGUE_ID = :WS-Sql-League-Id
                     AND (HC.CONTACT_ID = :WS-Sql-Contact-Id
                      OR HC.CONTACT_ID IN
                         (SELECT M.CONTACT_ID
                              FROM LABSCHEMA.CONTACT_HOUSEHOLD CH
                              JOIN LABSCHEMA.CONTACT_HOUSEHOLD M
                                ON M.HOUSEHOLD_ID = CH.HOUSEHOLD_ID
                              WHERE CH.CONTACT_ID =
                                    :WS-Sql-Contact-Id))
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           if WS-Sql-Balance > zero
               move WS-Sql-Balance to OUT-Credit
               move WS-Credit-Line to WS-Statement-Line
               perform 6000-Write-By-Language
           end-if
           .
       6000-Write-By-Language.
           evaluate WS-Sql-Lang
