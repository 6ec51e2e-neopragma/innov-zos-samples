      * first looking the operator up on the OPERATOR_AUTH table and
      * placing the authority level ('U' full update, 'I' inquiry
      * only) in the AUTH-DATA container on the target's channel.
      * KSDSC1, KSDSC2, DB2C2, CUSTCASE and CONTDB2 check that
      * container before any save, add or delete - an operator not
      * on the table, or one who bypasses the menu entirely, gets
      * inquiry-only. Each look-up stamps OPERATOR_AUTH.LAST_SIGNON_TS
      * for OPRRECRT's quarterly access recertification.
      *
      * Options:
      *   1 - KSDSC1  contact file maintenance
      *   5 - GUARDBAL guardian balance inquiry
      *   6 - PARTYINQ unified party inquiry over PARTY_XREF
      *   7 - RPTVIEW  archived nightly report browse
      *   8 - CUSTCASE customer service case maintenance
      *   9 - CONTDB2  DB2 contacts table maintenance
      *  10 - SCHEDINQ team schedule and results inquiry
      *  11 - REFAVAIL referee availability entry
      *  12 - KITDESK  kit-desk equipment issue and return
      *  13 - CASHBOX  registration-night cash box receipts
      *  14 - SCOREENT online score entry
      *  15 - PLAYFIND player locator
      * The first line of the menu is full, so options from 10 on
      * are listed on the second.
      *
      * The league functions (4, 5 and 10 to 15) each work inside one
      * league, and MENU01 places it in the LEAGUE-DATA container
      * (LEAGUE_ID and LEAGUE_NAME) beside AUTH-DATA. The operator's
      * OPERATOR_AUTH row grants the league: a LEAGUE_ID there is
      * the one league they work for, and is used without asking;
      * a null LEAGUE_ID grants every league, and the operator keys
      * the league's code in the KEY field with the option. Keying
      * a league other than the one granted, or choosing a league
      * function while not on the table at all, is refused here -
      * and the league functions refuse to run without the
      * container, so none of them can be reached around the menu.
      *
       ENVIRONMENT DIVISION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  Ws-Auth-Container        PIC X(16) VALUE 'AUTH-DATA'.
       01  Ws-League-Container      PIC X(16) VALUE 'LEAGUE-DATA'.
       01  Ws-Target-Channel        PIC X(16).
       01  Ws-Target-Program        PIC X(08).
           88  Ws-League-Function         VALUES 'TEAMROST' 'GUARDBAL'
                                          'SCHEDINQ' 'REFAVAIL'
                                          'KITDESK'  'CASHBOX'
                                          'SCOREENT' 'PLAYFIND'.

       01  Ws-Response-Codes.
           05  Ws-Response                PIC S9(8) COMP.
       01  Ws-Work-Fields.
           05  Ws-Message-Text            PIC X(78) VALUE SPACES.
           05  Ws-Input-Option            PIC X(02) VALUE SPACES.
           05  Ws-Input-League            PIC X(08) VALUE SPACES.
           05  Ws-Operator-Id             PIC X(08).
           05  Ws-Operator-Sw             PIC X(01) VALUE 'N'.
               88  Ws-Operator-Found          VALUE 'Y'.
           05  Ws-League-Sw               PIC X(01) VALUE 'N'.
               88  Ws-League-Selected         VALUE 'Y'.
       01  Ws-Abend-Message               PIC X(60) VALUE
           'Transaction ended abnormally - please re-enter'.

       01  Ws-Sql-Variables.
           05  Ws-Sql-Operator-Id         PIC X(08).
           05  Ws-Sql-Auth-Level          PIC X(01).
           05  Ws-Sql-Grant-League-Id     PIC S9(09) COMP.
           05  Ws-Sql-Grant-League-Ind    PIC S9(04) COMP.
           05  Ws-Sql-League-Code         PIC X(08).
       01  Ws-Auth-Level                  PIC X(01) VALUE 'I'.
       01  Ws-League-Data.
           05  Ws-League-Id               PIC S9(09) COMP VALUE ZERO.
           05  Ws-League-Name             PIC X(60) VALUE SPACES.

           COPY CRUDM.


           IF Ws-Response = DFHRESP(NORMAL)
               MOVE Actioni TO Ws-Input-Option
               MOVE Keyi(1:8) TO Ws-Input-League
               INSPECT Ws-Input-League
                   REPLACING ALL LOW-VALUE BY SPACE
           ELSE
               MOVE SPACES TO Ws-Input-Option
               MOVE SPACES TO Ws-Input-League
           END-IF
           .

                   MOVE 'RPTVIEW' TO Ws-Target-Program
                   MOVE 'RPTVW-CHANNEL' TO Ws-Target-Channel
                   PERFORM 3000-Route-To-Function
               WHEN '8 '
                   MOVE 'CUSTCASE' TO Ws-Target-Program
                   MOVE 'CASE-CHANNEL' TO Ws-Target-Channel
                   PERFORM 3000-Route-To-Function
               WHEN '9 '
                   MOVE 'CONTDB2' TO Ws-Target-Program
                   MOVE 'CONTDB-CHANNEL' TO Ws-Target-Channel
                   PERFORM 3000-Route-To-Function
               WHEN '10'
                   MOVE 'SCHEDINQ' TO Ws-Target-Program
                   MOVE 'SCHED-CHANNEL' TO Ws-Target-Channel
                   PERFORM 3000-Route-To-Function
               WHEN '11'
                   MOVE 'REFAVAIL' TO Ws-Target-Program
                   MOVE 'REFAV-CHANNEL' TO Ws-Target-Channel
                   PERFORM 3000-Route-To-Function
               WHEN '12'
                   MOVE 'KITDESK' TO Ws-Target-Program
                   MOVE 'KIT-CHANNEL' TO Ws-Target-Channel
                   PERFORM 3000-Route-To-Function
               WHEN '13'
                   MOVE 'CASHBOX' TO Ws-Target-Program
                   MOVE 'CASH-CHANNEL' TO Ws-Target-Channel
                   PERFORM 3000-Route-To-Function
               WHEN '14'
                   MOVE 'SCOREENT' TO Ws-Target-Program
                   MOVE 'SCORE-CHANNEL' TO Ws-Target-Channel
                   PERFORM 3000-Route-To-Function
               WHEN '15'
                   MOVE 'PLAYFIND' TO Ws-Target-Program
                   MOVE 'LOCATOR-CHANNEL' TO Ws-Target-Channel
                   PERFORM 3000-Route-To-Function
               WHEN OTHER
                   PERFORM 5100-Send-Menu
           END-EVALUATE

       3000-Route-To-Function.
           PERFORM 4000-Look-Up-Authority
           IF Ws-League-Function
               PERFORM 4100-Select-League
               IF NOT Ws-League-Selected
                   PERFORM 5100-Send-Menu
               ELSE
                   PERFORM 3100-Transfer-To-Function
               END-IF
           ELSE
               PERFORM 3100-Transfer-To-Function
           END-IF
           .

       3100-Transfer-To-Function.
           EXEC CICS PUT CONTAINER(Ws-Auth-Container)
                CHANNEL(Ws-Target-Channel)
                FROM(Ws-Auth-Level)
                FLENGTH(LENGTH OF Ws-Auth-Level)
           END-EXEC

           IF Ws-League-Function
               EXEC CICS PUT CONTAINER(Ws-League-Container)
                    CHANNEL(Ws-Target-Channel)
                    FROM(Ws-League-Data)
                    FLENGTH(LENGTH OF Ws-League-Data)
               END-EXEC
           END-IF

           EXEC CICS XCTL PROGRAM(Ws-Target-Program)
                CHANNEL(Ws-Target-Channel)
                RESP(Ws-Response)
           MOVE Ws-Operator-Id TO Ws-Sql-Operator-Id

           EXEC SQL
               SELECT AUTH_LEVEL,
                      LEAGUE_ID
                   INTO :Ws-Sql-Auth-Level,
                        :Ws-Sql-Grant-League-Id
                           :Ws-Sql-Grant-League-Ind
                   FROM LABSCHEMA.OPERATOR_AUTH
                   WHERE OPERATOR_ID = :Ws-Sql-Operator-Id
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO Ws-Operator-Sw
           ELSE
               MOVE 'N' TO Ws-Operator-Sw
           END-IF

      *    Anyone not on the authority table browses only.
           IF SQLCODE = 0 AND Ws-Sql-Auth-Level = 'U'
               MOVE 'U' TO Ws-Auth-Level
           ELSE
               MOVE 'I' TO Ws-Auth-Level
           END-IF

      *    Stamp the sign-on for the quarterly recertification. A
      *    failed stamp never keeps the operator out of the function.
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE LABSCHEMA.OPERATOR_AUTH
                       SET LAST_SIGNON_TS = CURRENT TIMESTAMP
                       WHERE OPERATOR_ID = :Ws-Sql-Operator-Id
               END-EXEC
           END-IF
           .

       4100-Select-League.
           MOVE 'N' TO Ws-League-Sw
           EVALUATE TRUE
               WHEN NOT Ws-Operator-Found
                   MOVE 'No league granted - see the supervisor'
                       TO Ws-Message-Text
               WHEN Ws-Input-League NOT = SPACES
                   PERFORM 4200-Look-Up-League-Code
               WHEN Ws-Sql-Grant-League-Ind < 0
                   MOVE 'Key the league code in KEY with the option'
                       TO Ws-Message-Text
               WHEN OTHER
                   PERFORM 4300-Look-Up-Granted-League
           END-EVALUATE
           .

       4200-Look-Up-League-Code.
           MOVE Ws-Input-League TO Ws-Sql-League-Code
           EXEC SQL
               SELECT LEAGUE_ID,
                      LEAGUE_NAME
                   INTO :Ws-League-Id,
                        :Ws-League-Name
                   FROM LABSCHEMA.LEAGUE
                   WHERE LEAGUE_CODE = :Ws-Sql-League-Code
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE SPACES TO Ws-Message-Text
                   STRING 'There is no league with code '
                          DELIMITED BY SIZE
                          Ws-Input-League DELIMITED BY SPACE
                          INTO Ws-Message-Text
                   END-STRING
               WHEN Ws-Sql-Grant-League-Ind >= 0
                AND Ws-Sql-Grant-League-Id NOT = Ws-League-Id
                   MOVE SPACES TO Ws-Message-Text
                   STRING 'You are not granted league '
                          DELIMITED BY SIZE
                          Ws-Input-League DELIMITED BY SPACE
                          INTO Ws-Message-Text
                   END-STRING
               WHEN OTHER
                   MOVE 'Y' TO Ws-League-Sw
           END-EVALUATE
           .

       4300-Look-Up-Granted-League.
           MOVE Ws-Sql-Grant-League-Id TO Ws-League-Id
           EXEC SQL
               SELECT LEAGUE_NAME
                   INTO :Ws-League-Name
                   FROM LABSCHEMA.LEAGUE
                   WHERE LEAGUE_ID = :Ws-League-Id
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO Ws-League-Sw
           ELSE
               MOVE 'Granted league not on file - see the supervisor'
                   TO Ws-Message-Text
           END-IF
           .

       5100-Send-Menu.
           MOVE LOW-VALUES TO Crudmo
           MOVE SPACES TO Nameo
           STRING '1=CONT 2=CUSTF 3=CUST 4=ROST 5=BAL 6=PTY 7=RPT '
                  '8=CASE 9=CDB2'
                  DELIMITED BY SIZE INTO Nameo
           END-STRING
           MOVE SPACES TO Addro
           STRING '10=SCHD 11=RFAV 12=KIT 13=CASH 14=SCOR 15=FIND'
                  DELIMITED BY SIZE INTO Addro
           END-STRING
           MOVE 'KEY=league code, if granted several' TO Emailo
           MOVE Ws-Message-Text TO Msgo

           EXEC CICS SEND MAP('CRUDM')
