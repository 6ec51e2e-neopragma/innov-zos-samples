       Identification Division.
      **********************************************************************
      * Data-subject access request export. What used to be a dozen
      * queries run by hand when a parent asks what the league holds
      * about them. SYSIN card 1 is the subject - a contact ID (all
      * digits) or an email address; card 2 the date the request was
      * received (YYYY-MM-DD, blank for today). One pass gathers
      * every store that holds the person:
      *   - the DB2 CONTACTS row
      *   - CONTACTS_AUDIT history, oldest first
      *   - CONTACT_PREF channel preferences
      *   - CAMPAIGN_CONTACT memberships with the campaign run
      *   - PLAYER_CONTACT links to children, with their PLAYERS rows
      *   - the children's INVOICE and PAYMENT history, live and
      *     archived by FINCLOSE
      *   - the CONTACTS KSDS and CUSTFILE records GOLDRECN linked to
      *     the contact on its latest PARTY_XREF run
      *   - DONATION gifts and the TAX_RECEIPT receipts issued for them
      *   - HOUSEHOLD_CREDIT entries the contact holds or that came
      *     off or went to a child's invoice
      *   - FEE_WAIVER applications for the household the contact
      *     heads or against a child's invoice
      *   - DUTY_ROSTER volunteer duties
      *   - the CONTACT_ENGAGE score and ENGAGE_HIST band changes
      *   - CUSTOMER_CASE service cases and CUSTOMER_NOTE notes for
      *     the CUSTFILE customer linked through PARTY_XREF
      *   - ALUMNI rows naming the contact as guardian, or for a
      *     linked child
      * and writes them twice: DSRRPT01, the sectioned disclosure
      * report the office posts to the subject, and DSAREXT, the
      * same content in tagged fixed records for a portable copy:
      *   HDR - request id, subject, generated, received, due dates
      *   CON AUD PRF CMP CHD INV PAY KSD CUS DON TXR CRD WVR DTY
      *   ENG ENH CAS CNT ALU - one per item held
      *   TRL - record count per section and in total.
      * Every request is logged on LABSCHEMA.DSAR_REGISTER with the
      * statutory due date (received + 30 days), the date answered
      * and whether that was in time - the register is the proof.
      * A subject with nothing held is still logged and answered
      * (STATUS 'N', RC 4).
      **********************************************************************
       Program-ID. DSAREXP.
       Environment Division.
       Input-Output Section.
       File-Control.
           select Disclosure-Report-File assign to DSRRPT01
               file status is WS-Report-File-Status.

           select Export-File assign to DSAREXT
               file status is WS-Export-File-Status.

           select Contacts-File assign to CONTACTS
               organization is indexed
               access mode is random
               record key is FC-Key
               file status is WS-Contacts-Status.

           select Custfile assign to CUSTFILE
               organization is indexed
               access mode is random
               record key is CF-Customer-Id
               file status is WS-Custfile-Status.

       Data Division.
       File Section.
       FD  Disclosure-Report-File
           recording mode f.
       01  Disclosure-Report-Record pic x(133).

       FD  Export-File
           recording mode f.
       01  Export-Record            pic x(300).

       FD  Contacts-File
           recording mode f.
       01  FC-Contact-Record.
           05  FC-Key              pic x(10).
           05  FC-Name             pic x(30).
           05  FC-Address          pic x(50).
           05  FC-Phone            pic x(15).
           05  FC-Email            pic x(50).
           05  FC-Timestamp        pic s9(15) comp-3.

       FD  Custfile
           recording mode f.
       01  CF-Customer-Record.
           05  CF-Customer-Id          pic x(10).
           05  CF-Customer-Name        pic x(30).
           05  CF-Customer-Address     pic x(50).
           05  CF-Customer-Phone       pic x(15).
           05  CF-Customer-Email       pic x(40).

       Working-Storage Section.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-Report-File-Status  pic x(02).
           88  Report-File-OK         value "00".
       01  WS-Export-File-Status  pic x(02).
           88  Export-File-OK         value "00".
       01  WS-Contacts-Status     pic x(02).
           88  Contacts-OK            value "00".
       01  WS-Custfile-Status     pic x(02).
           88  Custfile-OK            value "00".
       01  WS-End-of-Data-Sw      pic x value "N".
           88  End-of-Data            value "Y".
       01  WS-Contact-Row-Sw      pic x value "N".
           88  Contact-Row-Found      value "Y".

       01  WS-Subject-In          pic x(40).
       01  WS-Received-In         pic x(10).
       01  WS-Job-Id              pic x(08) value "DSAREXP".

       01  WS-Sql-Dsar-Id         pic s9(09) comp.
       01  WS-Sql-Contact-Id      pic s9(09) comp.
       01  WS-Sql-Subject-Key     pic x(40).
       01  WS-Sql-Received-Date   pic x(10).
       01  WS-Sql-Due-Date        pic x(10).
       01  WS-Sql-Today           pic x(10).
       01  WS-Sql-On-Time         pic x(01).
       01  WS-Sql-Status          pic x(01).
       01  WS-Sql-Row-Count       pic s9(09) comp.

       01  WS-Sql-Lang            pic x(02).
       01  WS-Sql-Surname         pic x(30).
       01  WS-Sql-First-Name      pic x(30).
       01  WS-Sql-Middle-Name     pic x(30).
       01  WS-Sql-Addl-Name       pic x(30).
       01  WS-Sql-Email           pic x(40).
       01  WS-Sql-Last-Contact    pic x(10).
       01  WS-Sql-Last-Response   pic x(10).
       01  WS-Sql-Do-Not-Contact  pic x(01).
       01  WS-Sql-Email-Bounced   pic x(01).
       01  WS-Sql-Street          pic x(30).
       01  WS-Sql-City            pic x(20).
       01  WS-Sql-Region          pic x(02).
       01  WS-Sql-Postcode        pic x(10).

       01  WS-Sql-Change-Ts       pic x(26).
       01  WS-Sql-Action-Code     pic x(01).
       01  WS-Sql-Audit-Job       pic x(08).
       01  WS-Sql-Channel         pic x(01).
       01  WS-Sql-Opt-Out         pic x(01).
       01  WS-Sql-Campaign-Id     pic x(08).
       01  WS-Sql-Run-Date        pic x(10).
       01  WS-Sql-Segment-Name    pic x(30).
       01  WS-Sql-Holdout-Flag    pic x(01).
       01  WS-Sql-Player-Id       pic s9(09) comp.
       01  WS-Sql-Player-Name     pic x(60).
       01  WS-Sql-Team-Id         pic s9(09) comp.
       01  WS-Sql-Position        pic x(02).
       01  WS-Sql-Birth-Date      pic x(10).
       01  WS-Sql-Invoice-Id      pic s9(09) comp.
       01  WS-Sql-Season-Id       pic s9(09) comp.
       01  WS-Sql-Invoice-Date    pic x(10).
       01  WS-Sql-Amount-Due      pic s9(7)v99 comp-3.
       01  WS-Sql-Amount-Paid     pic s9(7)v99 comp-3.
       01  WS-Sql-Writeoff        pic s9(7)v99 comp-3.
       01  WS-Sql-Store           pic x(01).
       01  WS-Sql-Payment-Seq     pic s9(04) comp.
       01  WS-Sql-Payment-Date    pic x(10).
       01  WS-Sql-Amount          pic s9(7)v99 comp-3.
       01  WS-Sql-Ksds-Key        pic x(10).
       01  WS-Sql-Customer-Id     pic x(10).
       01  WS-Sql-Match-Basis     pic x(02).
       01  WS-Sql-Donation-Id     pic s9(09) comp.
       01  WS-Sql-Gift-Date       pic x(10).
       01  WS-Sql-Method          pic x(01).
       01  WS-Sql-Designation     pic x(01).
       01  WS-Sql-In-Kind         pic x(01).
       01  WS-Sql-Description     pic x(30).
       01  WS-Sql-Receipt-No      pic s9(09) comp.
       01  WS-Sql-Issue-Seq       pic s9(04) comp.
       01  WS-Sql-Tax-Year        pic s9(04) comp.
       01  WS-Sql-Donor-Type      pic x(01).
       01  WS-Sql-Issue-Date      pic x(10).
       01  WS-Sql-Duplicate       pic x(01).
       01  WS-Sql-Receipt-Amount  pic s9(9)v99 comp-3.
       01  WS-Sql-Credit-Id       pic s9(09) comp.
       01  WS-Sql-Entry-Type      pic x(01).
       01  WS-Sql-Entry-Date      pic x(10).
       01  WS-Sql-Waiver-Id       pic s9(09) comp.
       01  WS-Sql-Household-Id    pic s9(09) comp.
       01  WS-Sql-Waiver-Pct      pic s9(04) comp.
       01  WS-Sql-Reason-Code     pic x(08).
       01  WS-Sql-Request-Amount  pic s9(7)v99 comp-3.
       01  WS-Sql-Award-Amount    pic s9(7)v99 comp-3.
       01  WS-Sql-Waiver-Status   pic x(01).
       01  WS-Sql-Apply-Date      pic x(10).
       01  WS-Sql-Fixture-Id      pic s9(09) comp.
       01  WS-Sql-Duty-Code       pic x(01).
       01  WS-Sql-Duty-Date       pic x(10).
       01  WS-Sql-Score-Date      pic x(10).
       01  WS-Sql-Recency-Days    pic s9(09) comp.
       01  WS-Sql-Recency-Pts     pic s9(04) comp.
       01  WS-Sql-Response-Count  pic s9(09) comp.
       01  WS-Sql-Frequency-Pts   pic s9(04) comp.
       01  WS-Sql-Received        pic s9(09) comp.
       01  WS-Sql-Answered        pic s9(09) comp.
       01  WS-Sql-Answer-Pts      pic s9(04) comp.
       01  WS-Sql-Bounce-Pen      pic s9(04) comp.
       01  WS-Sql-Score           pic s9(04) comp.
       01  WS-Sql-Band            pic x(01).
       01  WS-Sql-Band-Date       pic x(10).
       01  WS-Sql-Old-Band        pic x(01).
       01  WS-Sql-Case-Id         pic s9(09) comp.
       01  WS-Sql-Case-Type       pic x(08).
       01  WS-Sql-Priority        pic x(01).
       01  WS-Sql-Case-Status     pic x(01).
       01  WS-Sql-Summary         pic x(50).
       01  WS-Sql-Opened-Ts       pic x(26).
       01  WS-Sql-Resolved-Ts     pic x(26).
       01  WS-Sql-Closed-Ts       pic x(26).
       01  WS-Sql-Note-Seq        pic s9(09) comp.
       01  WS-Sql-Note-Date       pic x(10).
       01  WS-Sql-Note-Operator   pic x(08).
       01  WS-Sql-Note-Text       pic x(50).
       01  WS-Sql-Followup-Date   pic x(10).
       01  WS-Sql-League-Id       pic s9(09) comp.
       01  WS-Sql-Last-Season-Id  pic s9(09) comp.
       01  WS-Sql-Leave-Reason    pic x(01).
       01  WS-Sql-Leave-Date      pic x(10).
       01  WS-Sql-Career-Seasons  pic s9(09) comp.
       01  WS-Sql-Career-Games    pic s9(09) comp.
       01  WS-Sql-Career-Attempts pic s9(09) comp.
       01  WS-Sql-Career-Made     pic s9(09) comp.
       01  WS-Sql-Career-3pt      pic s9(09) comp.
       01  WS-Sql-Guardian-Id     pic s9(09) comp.

       01  WS-Section-Counts.
           05  WS-Con-Count        pic s9(07) packed-decimal value zero.
           05  WS-Aud-Count        pic s9(07) packed-decimal value zero.
           05  WS-Prf-Count        pic s9(07) packed-decimal value zero.
           05  WS-Cmp-Count        pic s9(07) packed-decimal value zero.
           05  WS-Chd-Count        pic s9(07) packed-decimal value zero.
           05  WS-Inv-Count        pic s9(07) packed-decimal value zero.
           05  WS-Pay-Count        pic s9(07) packed-decimal value zero.
           05  WS-Ksd-Count        pic s9(07) packed-decimal value zero.
           05  WS-Cus-Count        pic s9(07) packed-decimal value zero.
           05  WS-Don-Count        pic s9(07) packed-decimal value zero.
           05  WS-Txr-Count        pic s9(07) packed-decimal value zero.
           05  WS-Crd-Count        pic s9(07) packed-decimal value zero.
           05  WS-Wvr-Count        pic s9(07) packed-decimal value zero.
           05  WS-Dty-Count        pic s9(07) packed-decimal value zero.
           05  WS-Eng-Count        pic s9(07) packed-decimal value zero.
           05  WS-Enh-Count        pic s9(07) packed-decimal value zero.
           05  WS-Cas-Count        pic s9(07) packed-decimal value zero.
           05  WS-Cnt-Count        pic s9(07) packed-decimal value zero.
           05  WS-Alu-Count        pic s9(07) packed-decimal value zero.
       01  WS-Total-Count         pic s9(07) packed-decimal value zero.
       01  WS-Error-SQLCODE       pic s999 sign leading separate.
       01  WS-Id-Display          pic zzzzzzzz9.
       01  WS-Amount-Display      pic z,zzz,zz9.99-.
       01  WS-Year-Display        pic 9(04).
       01  WS-Score-Display       pic ---9.
       01  WS-Detail-Line         pic x(133).

       01  WS-Title-Line.
           05  filler              pic x(01) value "1".
           05  filler              pic x(40)
               value "SUBJECT ACCESS DISCLOSURE - REQUEST".
           05  OUT-Title-Dsar-Id   pic zzzzzzzz9.
       01  WS-Section-Line.
           05  filler              pic x(01) value "0".
           05  OUT-Section-Title   pic x(60).
       01  WS-Field-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(03) value spaces.
           05  OUT-Field-Label     pic x(24).
           05  OUT-Field-Value     pic x(80).
       01  WS-None-Line.
           05  filler              pic x(01) value space.
           05  filler              pic x(40)
               value "   Nothing held.".

       01  WS-Header-Record.
           05  filler              pic x(03) value "HDR".
           05  HDR-Dsar-Id         pic 9(09).
           05  HDR-Contact-Id      pic 9(09).
           05  HDR-Subject-Key     pic x(40).
           05  HDR-Generated       pic x(10).
           05  HDR-Received        pic x(10).
           05  HDR-Due             pic x(10).
       01  WS-Contact-Record.
           05  filler              pic x(03) value "CON".
           05  CON-Contact-Id      pic 9(09).
           05  CON-Lang            pic x(02).
           05  CON-Surname         pic x(30).
           05  CON-First-Name      pic x(30).
           05  CON-Middle-Name     pic x(30).
           05  CON-Addl-Name       pic x(30).
           05  CON-Email           pic x(40).
           05  CON-Last-Contact    pic x(10).
           05  CON-Last-Response   pic x(10).
           05  CON-Do-Not-Contact  pic x(01).
           05  CON-Email-Bounced   pic x(01).
           05  CON-Street          pic x(30).
           05  CON-City            pic x(20).
           05  CON-Region          pic x(02).
           05  CON-Postcode        pic x(10).
       01  WS-Audit-Record.
           05  filler              pic x(03) value "AUD".
           05  AUD-Change-Ts       pic x(26).
           05  AUD-Action-Code     pic x(01).
           05  AUD-Job-Id          pic x(08).
           05  AUD-Lang            pic x(02).
           05  AUD-Surname         pic x(30).
           05  AUD-First-Name      pic x(30).
           05  AUD-Email           pic x(40).
           05  AUD-Last-Contact    pic x(10).
           05  AUD-Last-Response   pic x(10).
           05  AUD-Do-Not-Contact  pic x(01).
       01  WS-Pref-Record.
           05  filler              pic x(03) value "PRF".
           05  PRF-Channel         pic x(01).
           05  PRF-Opt-Out         pic x(01).
       01  WS-Campaign-Record.
           05  filler              pic x(03) value "CMP".
           05  CMP-Campaign-Id     pic x(08).
           05  CMP-Run-Date        pic x(10).
           05  CMP-Segment-Name    pic x(30).
           05  CMP-Holdout-Flag    pic x(01).
       01  WS-Child-Record.
           05  filler              pic x(03) value "CHD".
           05  CHD-Player-Id       pic 9(09).
           05  CHD-Player-Name     pic x(60).
           05  CHD-Team-Id         pic 9(09).
           05  CHD-Position        pic x(02).
           05  CHD-Birth-Date      pic x(10).
       01  WS-Invoice-Record.
           05  filler              pic x(03) value "INV".
           05  INV-Invoice-Id      pic 9(09).
           05  INV-Player-Id       pic 9(09).
           05  INV-Season-Id       pic 9(09).
           05  INV-Invoice-Date    pic x(10).
           05  INV-Amount-Due      pic -9(07).99.
           05  INV-Amount-Paid     pic -9(07).99.
           05  INV-Writeoff        pic -9(07).99.
           05  INV-Store           pic x(01).
       01  WS-Payment-Record.
           05  filler              pic x(03) value "PAY".
           05  PAY-Invoice-Id      pic 9(09).
           05  PAY-Seq             pic 9(04).
           05  PAY-Date            pic x(10).
           05  PAY-Amount          pic -9(07).99.
       01  WS-Ksds-Record.
           05  filler              pic x(03) value "KSD".
           05  KSD-Key             pic x(10).
           05  KSD-Name            pic x(30).
           05  KSD-Address         pic x(50).
           05  KSD-Phone           pic x(15).
           05  KSD-Email           pic x(50).
       01  WS-Customer-Record.
           05  filler              pic x(03) value "CUS".
           05  CUS-Customer-Id     pic x(10).
           05  CUS-Name            pic x(30).
           05  CUS-Address         pic x(50).
           05  CUS-Phone           pic x(15).
           05  CUS-Email           pic x(40).
       01  WS-Donation-Record.
           05  filler              pic x(03) value "DON".
           05  DON-Donation-Id     pic 9(09).
           05  DON-Season-Id       pic 9(09).
           05  DON-Date            pic x(10).
           05  DON-Amount          pic -9(07).99.
           05  DON-Method          pic x(01).
           05  DON-Designation     pic x(01).
           05  DON-In-Kind         pic x(01).
           05  DON-Description     pic x(30).
       01  WS-Receipt-Record.
           05  filler              pic x(03) value "TXR".
           05  TXR-Receipt-No      pic 9(09).
           05  TXR-Issue-Seq       pic 9(04).
           05  TXR-Tax-Year        pic 9(04).
           05  TXR-Donor-Type      pic x(01).
           05  TXR-Amount          pic -9(09).99.
           05  TXR-Issue-Date      pic x(10).
           05  TXR-Duplicate       pic x(01).
       01  WS-Credit-Record.
           05  filler              pic x(03) value "CRD".
           05  CRD-Credit-Id       pic 9(09).
           05  CRD-Holder-Id       pic 9(09).
           05  CRD-Entry-Type      pic x(01).
           05  CRD-Invoice-Id      pic 9(09).
           05  CRD-Player-Id       pic 9(09).
           05  CRD-Amount          pic -9(07).99.
           05  CRD-Entry-Date      pic x(10).
       01  WS-Waiver-Record.
           05  filler              pic x(03) value "WVR".
           05  WVR-Waiver-Id       pic 9(09).
           05  WVR-Season-Id       pic 9(09).
           05  WVR-Household-Id    pic 9(09).
           05  WVR-Invoice-Id      pic 9(09).
           05  WVR-Pct             pic 9(03).
           05  WVR-Reason-Code     pic x(08).
           05  WVR-Requested       pic -9(07).99.
           05  WVR-Awarded         pic -9(07).99.
           05  WVR-Status          pic x(01).
           05  WVR-Apply-Date      pic x(10).
       01  WS-Duty-Record.
           05  filler              pic x(03) value "DTY".
           05  DTY-Fixture-Id      pic 9(09).
           05  DTY-Duty-Code       pic x(01).
           05  DTY-Team-Id         pic 9(09).
           05  DTY-Duty-Date       pic x(10).
           05  DTY-Season-Id       pic 9(09).
       01  WS-Engage-Record.
           05  filler              pic x(03) value "ENG".
           05  ENG-Score-Date      pic x(10).
           05  ENG-Recency-Days    pic 9(09).
           05  ENG-Recency-Pts     pic -9(04).
           05  ENG-Responses       pic 9(09).
           05  ENG-Frequency-Pts   pic -9(04).
           05  ENG-Received        pic 9(09).
           05  ENG-Answered        pic 9(09).
           05  ENG-Answer-Pts      pic -9(04).
           05  ENG-Bounce-Pen      pic -9(04).
           05  ENG-Score           pic -9(04).
           05  ENG-Band            pic x(01).
       01  WS-Engage-Hist-Record.
           05  filler              pic x(03) value "ENH".
           05  ENH-Change-Date     pic x(10).
           05  ENH-Old-Band        pic x(01).
           05  ENH-New-Band        pic x(01).
           05  ENH-Score           pic -9(04).
       01  WS-Case-Record.
           05  filler              pic x(03) value "CAS".
           05  CAS-Case-Id         pic 9(09).
           05  CAS-Customer-Id     pic x(10).
           05  CAS-Case-Type       pic x(08).
           05  CAS-Priority        pic x(01).
           05  CAS-Status          pic x(01).
           05  CAS-Summary         pic x(50).
           05  CAS-Opened-Ts       pic x(26).
           05  CAS-Resolved-Ts     pic x(26).
           05  CAS-Closed-Ts       pic x(26).
       01  WS-Case-Note-Record.
           05  filler              pic x(03) value "CNT".
           05  CNT-Customer-Id     pic x(10).
           05  CNT-Note-Seq        pic 9(09).
           05  CNT-Note-Date       pic x(10).
           05  CNT-Operator        pic x(08).
           05  CNT-Note-Text       pic x(50).
           05  CNT-Follow-Up       pic x(10).
           05  CNT-Case-Id         pic 9(09).
       01  WS-Alumni-Record.
           05  filler              pic x(03) value "ALU".
           05  ALU-Player-Id       pic 9(09).
           05  ALU-Player-Name     pic x(60).
           05  ALU-League-Id       pic 9(09).
           05  ALU-Last-Team-Id    pic 9(09).
           05  ALU-Last-Season-Id  pic 9(09).
           05  ALU-Leave-Reason    pic x(01).
           05  ALU-Leave-Date      pic x(10).
           05  ALU-Seasons         pic 9(04).
           05  ALU-Games           pic 9(07).
           05  ALU-Attempts        pic 9(07).
           05  ALU-Completed       pic 9(07).
           05  ALU-Three-Pointers  pic 9(07).
           05  ALU-Guardian-Id     pic 9(09).
       01  WS-Trailer-Record.
           05  filler              pic x(03) value "TRL".
           05  TRL-Con-Count       pic 9(07).
           05  TRL-Aud-Count       pic 9(07).
           05  TRL-Prf-Count       pic 9(07).
           05  TRL-Cmp-Count       pic 9(07).
           05  TRL-Chd-Count       pic 9(07).
           05  TRL-Inv-Count       pic 9(07).
           05  TRL-Pay-Count       pic 9(07).
           05  TRL-Ksd-Count       pic 9(07).
           05  TRL-Cus-Count       pic 9(07).
           05  TRL-Don-Count       pic 9(07).
           05  TRL-Txr-Count       pic 9(07).
           05  TRL-Crd-Count       pic 9(07).
           05  TRL-Wvr-Count       pic 9(07).
           05  TRL-Dty-Count       pic 9(07).
           05  TRL-Eng-Count       pic 9(07).
           05  TRL-Enh-Count       pic 9(07).
           05  TRL-Cas-Count       pic 9(07).
           05  TRL-Cnt-Count       pic 9(07).
           05  TRL-Alu-Count       pic 9(07).
           05  TRL-Total-Count     pic 9(07).

       Procedure Division.

           EXEC SQL DECLARE DSAR_AUD_CUR CURSOR FOR
               SELECT CHAR(CHANGE_TIMESTAMP),
                      ACTION_CODE,
                      COALESCE(JOB_ID, ' '),
                      COALESCE(LANG, ' '),
                      COALESCE(SURNAME, ' '),
                      COALESCE(FIRST_NAME, ' '),
                      COALESCE(EMAIL_ADDR, ' '),
                      COALESCE(CHAR(LAST_CONTACT), ' '),
                      COALESCE(CHAR(LAST_RESPONSE), ' '),
                      COALESCE(DO_NOT_CONTACT, ' ')
                   FROM CONTACTS_AUDIT
                   WHERE ID = :WS-Sql-Contact-Id
                   ORDER BY CHANGE_TIMESTAMP
           END-EXEC

           EXEC SQL DECLARE DSAR_PRF_CUR CURSOR FOR
               SELECT CHANNEL_CODE,
                      OPT_OUT
                   FROM LABSCHEMA.CONTACT_PREF
                   WHERE CONTACT_ID = :WS-Sql-Contact-Id
                   ORDER BY CHANNEL_CODE
           END-EXEC

           EXEC SQL DECLARE DSAR_CMP_CUR CURSOR FOR
               SELECT CC.CAMPAIGN_ID,
                      COALESCE(CHAR(C.RUN_DATE), ' '),
                      COALESCE(C.SEGMENT_NAME, ' '),
                      COALESCE(CC.HOLDOUT_FLAG, 'N')
                   FROM LABSCHEMA.CAMPAIGN_CONTACT CC
                   LEFT JOIN LABSCHEMA.CAMPAIGN C
                     ON C.CAMPAIGN_ID = CC.CAMPAIGN_ID
                   WHERE CC.CONTACT_ID = :WS-Sql-Contact-Id
                   ORDER BY 2, CC.CAMPAIGN_ID
           END-EXEC

           EXEC SQL DECLARE DSAR_CHD_CUR CURSOR FOR
               SELECT PC.PLAYER_ID,
                      COALESCE(P.PLAYER_NAME, '(NO PLAYER ROW)'),
                      COALESCE(P.TEAM_ID, 0),
                      COALESCE(P.POSITION, ' '),
                      COALESCE(CHAR(P.BIRTH_DATE), ' ')
                   FROM LABSCHEMA.PLAYER_CONTACT PC
                   LEFT JOIN LABSCHEMA.PLAYERS P
                     ON P.PLAYER_ID = PC.PLAYER_ID
                   WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id
                   ORDER BY PC.PLAYER_ID
           END-EXEC

           EXEC SQL DECLARE DSAR_INV_CUR CURSOR FOR
               SELECT I.INVOICE_ID,
                      I.PLAYER_ID,
                      I.SEASON_ID,
                      CHAR(I.INVOICE_DATE),
                      I.AMOUNT_DUE,
                      I.AMOUNT_PAID,
                      COALESCE(I.WRITEOFF_AMOUNT, 0),
                      I.STORE
                   FROM (SELECT INVOICE_ID, PLAYER_ID, SEASON_ID,
                                INVOICE_DATE, AMOUNT_DUE, AMOUNT_PAID,
                                WRITEOFF_AMOUNT, 'L' AS STORE
                             FROM LABSCHEMA.INVOICE
                         UNION ALL
                         SELECT INVOICE_ID, PLAYER_ID, SEASON_ID,
                                INVOICE_DATE, AMOUNT_DUE, AMOUNT_PAID,
                                WRITEOFF_AMOUNT, 'H' AS STORE
                             FROM LABSCHEMA.INVOICE_HIST) I
                   WHERE I.PLAYER_ID IN
                         (SELECT PC.PLAYER_ID
                              FROM LABSCHEMA.PLAYER_CONTACT PC
                              WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id)
                   ORDER BY I.INVOICE_ID
           END-EXEC

           EXEC SQL DECLARE DSAR_PAY_CUR CURSOR FOR
               SELECT Y.INVOICE_ID,
                      Y.PAYMENT_SEQ,
                      CHAR(Y.PAYMENT_DATE),
                      Y.AMOUNT
                   FROM (SELECT INVOICE_ID, PAYMENT_SEQ,
                                PAYMENT_DATE, AMOUNT
                             FROM LABSCHEMA.PAYMENT
                         UNION ALL
                         SELECT INVOICE_ID, PAYMENT_SEQ,
                                PAYMENT_DATE, AMOUNT
                             FROM LABSCHEMA.PAYMENT_HIST) Y
                   WHERE Y.INVOICE_ID IN
                         (SELECT I.INVOICE_ID
                              FROM LABSCHEMA.INVOICE I
                              JOIN LABSCHEMA.PLAYER_CONTACT PC
                                ON PC.PLAYER_ID = I.PLAYER_ID
                              WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id
                          UNION ALL
                          SELECT H.INVOICE_ID
                              FROM LABSCHEMA.INVOICE_HIST H
                              JOIN LABSCHEMA.PLAYER_CONTACT PC
                                ON PC.PLAYER_ID = H.PLAYER_ID
                              WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id)
                   ORDER BY Y.INVOICE_ID, Y.PAYMENT_SEQ
           END-EXEC

      *    The KSDS and CUSTFILE keys GOLDRECN linked on its latest
      *    run are the cross-reference into the two VSAM stores.
           EXEC SQL DECLARE DSAR_XREF_CUR CURSOR FOR
               SELECT X.KSDS_KEY,
                      COALESCE(X.CUSTOMER_ID, ' '),
                      X.MATCH_BASIS
                   FROM LABSCHEMA.PARTY_XREF X
                   WHERE X.DB2_CONTACT_ID = :WS-Sql-Contact-Id
                     AND X.RUN_DATE =
                         (SELECT MAX(R.RUN_DATE)
                              FROM LABSCHEMA.PARTY_XREF R)
                   ORDER BY X.KSDS_KEY
           END-EXEC

           EXEC SQL DECLARE DSAR_DON_CUR CURSOR FOR
               SELECT D.DONATION_ID,
                      D.SEASON_ID,
                      CHAR(D.DONATION_DATE),
                      D.AMOUNT,
                      COALESCE(D.METHOD, ' '),
                      COALESCE(D.DESIGNATION, ' '),
                      COALESCE(D.IN_KIND, 'N'),
                      COALESCE(D.DESCRIPTION, ' ')
                   FROM LABSCHEMA.DONATION D
                   WHERE D.CONTACT_ID = :WS-Sql-Contact-Id
                   ORDER BY D.DONATION_DATE, D.DONATION_ID
           END-EXEC

           EXEC SQL DECLARE DSAR_TXR_CUR CURSOR FOR
               SELECT T.RECEIPT_NO,
                      T.ISSUE_SEQ,
                      T.TAX_YEAR,
                      T.DONOR_TYPE,
                      T.AMOUNT,
                      CHAR(T.ISSUE_DATE),
                      T.DUPLICATE
                   FROM LABSCHEMA.TAX_RECEIPT T
                   WHERE T.CONTACT_ID = :WS-Sql-Contact-Id
                   ORDER BY T.RECEIPT_NO, T.ISSUE_SEQ
           END-EXEC

      *    Credit the subject holds, and credit taken off or applied
      *    to a linked child's invoices whoever in the household
      *    holds it.
           EXEC SQL DECLARE DSAR_CRD_CUR CURSOR FOR
               SELECT HC.CREDIT_ID,
                      HC.CONTACT_ID,
                      HC.ENTRY_TYPE,
                      HC.INVOICE_ID,
                      COALESCE(HC.PLAYER_ID, 0),
                      HC.AMOUNT,
                      CHAR(HC.ENTRY_DATE)
                   FROM LABSCHEMA.HOUSEHOLD_CREDIT HC
                   WHERE HC.CONTACT_ID = :WS-Sql-Contact-Id
                      OR HC.PLAYER_ID IN
                         (SELECT PC.PLAYER_ID
                              FROM LABSCHEMA.PLAYER_CONTACT PC
                              WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id)
                   ORDER BY HC.CREDIT_ID
           END-EXEC

      *    Waivers the subject's household applied for as head, and
      *    any against a linked child's invoice, live or archived.
           EXEC SQL DECLARE DSAR_WVR_CUR CURSOR FOR
               SELECT W.WAIVER_ID,
                      W.SEASON_ID,
                      W.HOUSEHOLD_ID,
                      W.INVOICE_ID,
                      W.WAIVER_PCT,
                      W.REASON_CODE,
                      W.REQUEST_AMOUNT,
                      COALESCE(W.AWARD_AMOUNT, 0),
                      W.STATUS,
                      CHAR(W.APPLY_DATE)
                   FROM LABSCHEMA.FEE_WAIVER W
                   WHERE W.HOUSEHOLD_ID = :WS-Sql-Contact-Id
                      OR W.INVOICE_ID IN
                         (SELECT I.INVOICE_ID
                              FROM LABSCHEMA.INVOICE I
                              JOIN LABSCHEMA.PLAYER_CONTACT PC
                                ON PC.PLAYER_ID = I.PLAYER_ID
                              WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id
                          UNION ALL
                          SELECT H.INVOICE_ID
                              FROM LABSCHEMA.INVOICE_HIST H
                              JOIN LABSCHEMA.PLAYER_CONTACT PC
                                ON PC.PLAYER_ID = H.PLAYER_ID
                              WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id)
                   ORDER BY W.WAIVER_ID
           END-EXEC

           EXEC SQL DECLARE DSAR_DTY_CUR CURSOR FOR
               SELECT D.FIXTURE_ID,
                      D.DUTY_CODE,
                      D.TEAM_ID,
                      CHAR(D.DUTY_DATE),
                      D.SEASON_ID
                   FROM LABSCHEMA.DUTY_ROSTER D
                   WHERE D.CONTACT_ID = :WS-Sql-Contact-Id
                   ORDER BY D.DUTY_DATE, D.FIXTURE_ID
           END-EXEC

           EXEC SQL DECLARE DSAR_ENG_CUR CURSOR FOR
               SELECT CHAR(E.SCORE_DATE),
                      E.RECENCY_DAYS,
                      E.RECENCY_POINTS,
                      E.RESPONSE_COUNT,
                      E.FREQUENCY_POINTS,
                      E.CAMPAIGNS_RECEIVED,
                      E.CAMPAIGNS_ANSWERED,
                      E.ANSWER_POINTS,
                      E.BOUNCE_PENALTY,
                      E.SCORE,
                      E.BAND
                   FROM LABSCHEMA.CONTACT_ENGAGE E
                   WHERE E.CONTACT_ID = :WS-Sql-Contact-Id
                   ORDER BY E.SCORE_DATE
           END-EXEC

           EXEC SQL DECLARE DSAR_ENH_CUR CURSOR FOR
               SELECT CHAR(E.CHANGE_DATE),
                      COALESCE(E.OLD_BAND, ' '),
                      E.NEW_BAND,
                      E.SCORE
                   FROM LABSCHEMA.ENGAGE_HIST E
                   WHERE E.CONTACT_ID = :WS-Sql-Contact-Id
                   ORDER BY E.CHANGE_DATE
           END-EXEC

      *    Service cases and notes are kept against the CUSTFILE
      *    customer, reached through the same PARTY_XREF link as the
      *    party files.
           EXEC SQL DECLARE DSAR_CAS_CUR CURSOR FOR
               SELECT C.CASE_ID,
                      C.CUSTOMER_ID,
                      C.CASE_TYPE,
                      C.PRIORITY,
                      C.STATUS,
                      COALESCE(C.SUMMARY, ' '),
                      CHAR(C.OPENED_TS),
                      COALESCE(CHAR(C.RESOLVED_TS), ' '),
                      COALESCE(CHAR(C.CLOSED_TS), ' ')
                   FROM LABSCHEMA.CUSTOMER_CASE C
                   WHERE C.CUSTOMER_ID IN
                         (SELECT X.CUSTOMER_ID
                              FROM LABSCHEMA.PARTY_XREF X
                              WHERE X.DB2_CONTACT_ID =
                                    :WS-Sql-Contact-Id
                                AND X.RUN_DATE =
                                    (SELECT MAX(R.RUN_DATE)
                                         FROM LABSCHEMA.PARTY_XREF R))
                   ORDER BY C.CASE_ID
           END-EXEC

           EXEC SQL DECLARE DSAR_CNT_CUR CURSOR FOR
               SELECT N.CUSTOMER_ID,
                      N.NOTE_SEQ,
                      CHAR(N.NOTE_DATE),
                      N.OPERATOR_ID,
                      N.NOTE_TEXT,
                      COALESCE(CHAR(N.FOLLOW_UP_DATE), ' '),
                      COALESCE(N.CASE_ID, 0)
                   FROM LABSCHEMA.CUSTOMER_NOTE N
                   WHERE N.CUSTOMER_ID IN
                         (SELECT X.CUSTOMER_ID
                              FROM LABSCHEMA.PARTY_XREF X
                              WHERE X.DB2_CONTACT_ID =
                                    :WS-Sql-Contact-Id
                                AND X.RUN_DATE =
                                    (SELECT MAX(R.RUN_DATE)
                                         FROM LABSCHEMA.PARTY_XREF R))
                   ORDER BY N.CUSTOMER_ID, N.NOTE_SEQ
           END-EXEC

      *    Alumni rows name the subject as guardian, or are for a
      *    child still linked to the subject.
           EXEC SQL DECLARE DSAR_ALU_CUR CURSOR FOR
               SELECT A.PLAYER_ID,
                      A.PLAYER_NAME,
                      A.LEAGUE_ID,
                      COALESCE(A.LAST_TEAM_ID, 0),
                      A.LAST_SEASON_ID,
                      A.LEAVE_REASON,
                      CHAR(A.LEAVE_DATE),
                      A.CAREER_SEASONS,
                      A.CAREER_GAMES,
                      A.CAREER_ATTEMPTS,
                      A.CAREER_COMPLETED,
                      A.CAREER_3PT,
                      COALESCE(A.GUARDIAN_CONTACT_ID, 0)
                   FROM LABSCHEMA.ALUMNI A
                   WHERE A.GUARDIAN_CONTACT_ID = :WS-Sql-Contact-Id
                      OR A.PLAYER_ID IN
                         (SELECT PC.PLAYER_ID
                              FROM LABSCHEMA.PLAYER_CONTACT PC
                              WHERE PC.CONTACT_ID = :WS-Sql-Contact-Id)
                   ORDER BY A.PLAYER_ID
           END-EXEC

           perform 0100-Accept-Parameters
           perform 0200-Open-Files
           perform 0300-Find-Subject
           perform 0400-Open-Request

           perform 1000-Contact-Section
           perform 1100-Audit-Section
           perform 1200-Preference-Section
           perform 1300-Campaign-Section
           perform 1400-Children-Section
           perform 1500-Invoice-Section
           perform 1600-Payment-Section
           perform 1700-Party-Section
           perform 1800-Donation-Section
           perform 1900-Receipt-Section
           perform 2000-Credit-Section
           perform 2100-Waiver-Section
           perform 2200-Duty-Section
           perform 2300-Engage-Section
           perform 2400-Engage-Hist-Section
           perform 2500-Case-Section
           perform 2600-Case-Note-Section
           perform 2700-Alumni-Section

           perform 8000-Log-Request
           perform 8100-Write-Trailer
           perform 8900-Close-Files
           display "DSAREXP - disclosure for request " WS-Id-Display
           display "Items disclosed:  " WS-Total-Count
           display "Statutory due:    " WS-Sql-Due-Date
           if WS-Total-Count = zero
               move 4 to return-code
           end-if
           goback
           .
       0100-Accept-Parameters.
           display "Enter contact id or email address: "
               with no advancing
           accept WS-Subject-In
           display "Enter date request received (YYYY-MM-DD): "
               with no advancing
           accept WS-Received-In
           if WS-Subject-In = spaces
               display "Contact id or email address is required"
               move 12 to return-code
               goback
           end-if
           move WS-Subject-In to WS-Sql-Subject-Key

           if WS-Received-In = spaces
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                       INTO :WS-Sql-Received-Date
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
           else
               move WS-Received-In to WS-Sql-Received-Date
               EXEC SQL
                   SELECT CHAR(DATE(:WS-Sql-Received-Date), ISO)
                       INTO :WS-Sql-Received-Date
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
           end-if
           if SQLCODE not equal zero
               display "Date received is not a valid date: "
                   WS-Received-In
               move 12 to return-code
               goback
           end-if

           EXEC SQL
               SELECT CHAR(DATE(:WS-Sql-Received-Date) + 30 DAYS, ISO),
                      CHAR(CURRENT DATE, ISO)
                   INTO :WS-Sql-Due-Date,
                        :WS-Sql-Today
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           .
       0200-Open-Files.
           open output Disclosure-Report-File
           if not Report-File-OK
               display "Disclosure report open error: "
                   WS-Report-File-Status
               move 12 to return-code
               goback
           end-if
           open output Export-File
           if not Export-File-OK
               display "Export file open error: "
                   WS-Export-File-Status
               move 12 to return-code
               goback
           end-if
           open input Contacts-File
           if not Contacts-OK
               display "CONTACTS file open error: " WS-Contacts-Status
               move 12 to return-code
               goback
           end-if
           open input Custfile
           if not Custfile-OK
               display "CUSTFILE open error: " WS-Custfile-Status
               move 12 to return-code
               goback
           end-if
           .
       0300-Find-Subject.
      *    All digits is a contact id; anything else is matched on
      *    the email address, the way GUARDBAL looks a guardian up.
      *    A contact id with no CONTACTS row left is still searched -
      *    audit rows and links can outlive the contact.
           move zero to WS-Sql-Contact-Id
           if WS-Subject-In (1:9) is numeric
               move WS-Subject-In (1:9) to WS-Sql-Contact-Id
               EXEC SQL
                   SELECT ID
                       INTO :WS-Sql-Contact-Id
                       FROM LABSCHEMA.CONTACTS
                       WHERE ID = :WS-Sql-Contact-Id
               END-EXEC
           else
               move WS-Subject-In to WS-Sql-Email
               EXEC SQL
                   SELECT ID
                       INTO :WS-Sql-Contact-Id
                       FROM LABSCHEMA.CONTACTS
                       WHERE EMAIL_ADDR = RTRIM(:WS-Sql-Email)
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
           end-if
           evaluate true
               when SQLCODE = 0
                   set Contact-Row-Found to true
               when SQLCODE = 100
                   continue
               when other
                   perform 9000-Bail
           end-evaluate
           .
       0400-Open-Request.
           EXEC SQL
               SELECT COALESCE(MAX(DSAR_ID), 0) + 1
                   INTO :WS-Sql-Dsar-Id
                   FROM LABSCHEMA.DSAR_REGISTER
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           move WS-Sql-Dsar-Id to WS-Id-Display
           move WS-Sql-Dsar-Id to OUT-Title-Dsar-Id
           write Disclosure-Report-Record from WS-Title-Line

           move "Subject as requested:" to OUT-Field-Label
           move WS-Subject-In to OUT-Field-Value
           perform 7100-Write-Field
           move "Contact id:" to OUT-Field-Label
           move WS-Sql-Contact-Id to WS-Id-Display
           move WS-Id-Display to OUT-Field-Value
           perform 7100-Write-Field
           move "Request received:" to OUT-Field-Label
           move WS-Sql-Received-Date to OUT-Field-Value
           perform 7100-Write-Field
           move "Statutory due date:" to OUT-Field-Label
           move WS-Sql-Due-Date to OUT-Field-Value
           perform 7100-Write-Field
           move "Report produced:" to OUT-Field-Label
           move WS-Sql-Today to OUT-Field-Value
           perform 7100-Write-Field
           move WS-Sql-Dsar-Id to WS-Id-Display

           move WS-Sql-Dsar-Id to HDR-Dsar-Id
           move WS-Sql-Contact-Id to HDR-Contact-Id
           move WS-Subject-In to HDR-Subject-Key
           move WS-Sql-Today to HDR-Generated
           move WS-Sql-Received-Date to HDR-Received
           move WS-Sql-Due-Date to HDR-Due
           write Export-Record from WS-Header-Record
           .
       1000-Contact-Section.
           move "CONTACT RECORD (LABSCHEMA.CONTACTS)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           if not Contact-Row-Found
               write Disclosure-Report-Record from WS-None-Line
           else
               perform 1010-Read-Contact-Row
           end-if
           .
       1010-Read-Contact-Row.
           EXEC SQL
               SELECT LANG,
                      SURNAME,
                      FIRST_NAME,
                      COALESCE(MIDDLE_NAME, ' '),
                      COALESCE(ADDL_NAME, ' '),
                      EMAIL_ADDR,
                      COALESCE(CHAR(LAST_CONTACT), ' '),
                      COALESCE(CHAR(LAST_RESPONSE), ' '),
                      COALESCE(DO_NOT_CONTACT, ' '),
                      COALESCE(EMAIL_BOUNCED, ' '),
                      COALESCE(ADDR_STREET, ' '),
                      COALESCE(ADDR_CITY, ' '),
                      COALESCE(ADDR_REGION, ' '),
                      COALESCE(ADDR_POSTCODE, ' ')
                   INTO :WS-Sql-Lang,
                        :WS-Sql-Surname,
                        :WS-Sql-First-Name,
                        :WS-Sql-Middle-Name,
                        :WS-Sql-Addl-Name,
                        :WS-Sql-Email,
                        :WS-Sql-Last-Contact,
                        :WS-Sql-Last-Response,
                        :WS-Sql-Do-Not-Contact,
                        :WS-Sql-Email-Bounced,
                        :WS-Sql-Street,
                        :WS-Sql-City,
                        :WS-Sql-Region,
                        :WS-Sql-Postcode
                   FROM LABSCHEMA.CONTACTS
                   WHERE ID = :WS-Sql-Contact-Id
           END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           add 1 to WS-Con-Count

           move "Surname:" to OUT-Field-Label
           move WS-Sql-Surname to OUT-Field-Value
           perform 7100-Write-Field
           move "First name:" to OUT-Field-Label
           move WS-Sql-First-Name to OUT-Field-Value
           perform 7100-Write-Field
           move "Middle name:" to OUT-Field-Label
           move WS-Sql-Middle-Name to OUT-Field-Value
           perform 7100-Write-Field
           move "Additional name:" to OUT-Field-Label
           move WS-Sql-Addl-Name to OUT-Field-Value
           perform 7100-Write-Field
           move "Language:" to OUT-Field-Label
           move WS-Sql-Lang to OUT-Field-Value
           perform 7100-Write-Field
           move "Email address:" to OUT-Field-Label
           move WS-Sql-Email to OUT-Field-Value
           perform 7100-Write-Field
           move "Email bounced:" to OUT-Field-Label
           move WS-Sql-Email-Bounced to OUT-Field-Value
           perform 7100-Write-Field
           move "Street:" to OUT-Field-Label
           move WS-Sql-Street to OUT-Field-Value
           perform 7100-Write-Field
           move "City:" to OUT-Field-Label
           move WS-Sql-City to OUT-Field-Value
           perform 7100-Write-Field
           move "Region:" to OUT-Field-Label
           move WS-Sql-Region to OUT-Field-Value
           perform 7100-Write-Field
           move "Postcode:" to OUT-Field-Label
           move WS-Sql-Postcode to OUT-Field-Value
           perform 7100-Write-Field
           move "Last contacted:" to OUT-Field-Label
           move WS-Sql-Last-Contact to OUT-Field-Value
           perform 7100-Write-Field
           move "Last responded:" to OUT-Field-Label
           move WS-Sql-Last-Response to OUT-Field-Value
           perform 7100-Write-Field
           move "Do not contact:" to OUT-Field-Label
           move WS-Sql-Do-Not-Contact to OUT-Field-Value
           perform 7100-Write-Field

           move WS-Sql-Contact-Id to CON-Contact-Id
           move WS-Sql-Lang to CON-Lang
           move WS-Sql-Surname to CON-Surname
           move WS-Sql-First-Name to CON-First-Name
           move WS-Sql-Middle-Name to CON-Middle-Name
           move WS-Sql-Addl-Name to CON-Addl-Name
           move WS-Sql-Email to CON-Email
           move WS-Sql-Last-Contact to CON-Last-Contact
           move WS-Sql-Last-Response to CON-Last-Response
           move WS-Sql-Do-Not-Contact to CON-Do-Not-Contact
           move WS-Sql-Email-Bounced to CON-Email-Bounced
           move WS-Sql-Street to CON-Street
           move WS-Sql-City to CON-City
           move WS-Sql-Region to CON-Region
           move WS-Sql-Postcode to CON-Postcode
           write Export-Record from WS-Contact-Record
           .
       1100-Audit-Section.
           move "CONTACT CHANGE HISTORY (CONTACTS_AUDIT)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_AUD_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1110-Fetch-Audit
               until End-of-Data
           EXEC SQL CLOSE DSAR_AUD_CUR END-EXEC
           if WS-Aud-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       1110-Fetch-Audit.
           EXEC SQL FETCH DSAR_AUD_CUR
               INTO :WS-Sql-Change-Ts,
                    :WS-Sql-Action-Code,
                    :WS-Sql-Audit-Job,
                    :WS-Sql-Lang,
                    :WS-Sql-Surname,
                    :WS-Sql-First-Name,
                    :WS-Sql-Email,
                    :WS-Sql-Last-Contact,
                    :WS-Sql-Last-Response,
                    :WS-Sql-Do-Not-Contact
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Aud-Count
                   perform 1120-Write-Audit
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1120-Write-Audit.
           move spaces to WS-Detail-Line
           string "    " WS-Sql-Change-Ts
                  "  action " WS-Sql-Action-Code
                  "  by " WS-Sql-Audit-Job
                  "  " WS-Sql-Surname delimited by "  "
                  ", " delimited by size
                  WS-Sql-First-Name delimited by "  "
                  "  " delimited by size
                  WS-Sql-Email delimited by " "
               into WS-Detail-Line
           end-string
           write Disclosure-Report-Record from WS-Detail-Line

           move WS-Sql-Change-Ts to AUD-Change-Ts
           move WS-Sql-Action-Code to AUD-Action-Code
           move WS-Sql-Audit-Job to AUD-Job-Id
           move WS-Sql-Lang to AUD-Lang
           move WS-Sql-Surname to AUD-Surname
           move WS-Sql-First-Name to AUD-First-Name
           move WS-Sql-Email to AUD-Email
           move WS-Sql-Last-Contact to AUD-Last-Contact
           move WS-Sql-Last-Response to AUD-Last-Response
           move WS-Sql-Do-Not-Contact to AUD-Do-Not-Contact
           write Export-Record from WS-Audit-Record
           .
       1200-Preference-Section.
           move "COMMUNICATION PREFERENCES (CONTACT_PREF)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_PRF_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1210-Fetch-Preference
               until End-of-Data
           EXEC SQL CLOSE DSAR_PRF_CUR END-EXEC
           if WS-Prf-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       1210-Fetch-Preference.
           EXEC SQL FETCH DSAR_PRF_CUR
               INTO :WS-Sql-Channel,
                    :WS-Sql-Opt-Out
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Prf-Count
                   evaluate WS-Sql-Channel
                       when "E"
                           move "Email opted out:" to OUT-Field-Label
                       when "P"
                           move "Post opted out:" to OUT-Field-Label
                       when other
                           move "Channel opted out:" to OUT-Field-Label
                   end-evaluate
                   move WS-Sql-Opt-Out to OUT-Field-Value
                   perform 7100-Write-Field
                   move WS-Sql-Channel to PRF-Channel
                   move WS-Sql-Opt-Out to PRF-Opt-Out
                   write Export-Record from WS-Pref-Record
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1300-Campaign-Section.
           move "MAILING CAMPAIGNS (CAMPAIGN_CONTACT)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_CMP_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1310-Fetch-Campaign
               until End-of-Data
           EXEC SQL CLOSE DSAR_CMP_CUR END-EXEC
           if WS-Cmp-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       1310-Fetch-Campaign.
           EXEC SQL FETCH DSAR_CMP_CUR
               INTO :WS-Sql-Campaign-Id,
                    :WS-Sql-Run-Date,
                    :WS-Sql-Segment-Name,
                    :WS-Sql-Holdout-Flag
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Cmp-Count
                   move spaces to WS-Detail-Line
                   string "    Campaign " WS-Sql-Campaign-Id
                          "  run " WS-Sql-Run-Date
                          "  segment " WS-Sql-Segment-Name
                       delimited by size
                       into WS-Detail-Line
                   if WS-Sql-Holdout-Flag = "Y"
                       move "control group - not mailed"
                           to WS-Detail-Line (90:26)
                   end-if
                   write Disclosure-Report-Record from WS-Detail-Line
                   move WS-Sql-Campaign-Id to CMP-Campaign-Id
                   move WS-Sql-Run-Date to CMP-Run-Date
                   move WS-Sql-Segment-Name to CMP-Segment-Name
                   move WS-Sql-Holdout-Flag to CMP-Holdout-Flag
                   write Export-Record from WS-Campaign-Record
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1400-Children-Section.
           move "LINKED PLAYERS (PLAYER_CONTACT, PLAYERS)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_CHD_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1410-Fetch-Child
               until End-of-Data
           EXEC SQL CLOSE DSAR_CHD_CUR END-EXEC
           if WS-Chd-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       1410-Fetch-Child.
           EXEC SQL FETCH DSAR_CHD_CUR
               INTO :WS-Sql-Player-Id,
                    :WS-Sql-Player-Name,
                    :WS-Sql-Team-Id,
                    :WS-Sql-Position,
                    :WS-Sql-Birth-Date
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Chd-Count
                   move WS-Sql-Player-Id to WS-Id-Display
                   move spaces to WS-Detail-Line
                   string "    Player " WS-Id-Display
                          "  " WS-Sql-Player-Name (1:40)
                          "  born " WS-Sql-Birth-Date
                          "  position " WS-Sql-Position
                       delimited by size
                       into WS-Detail-Line
                   write Disclosure-Report-Record from WS-Detail-Line
                   move WS-Sql-Player-Id to CHD-Player-Id
                   move WS-Sql-Player-Name to CHD-Player-Name
                   move WS-Sql-Team-Id to CHD-Team-Id
                   move WS-Sql-Position to CHD-Position
                   move WS-Sql-Birth-Date to CHD-Birth-Date
                   write Export-Record from WS-Child-Record
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1500-Invoice-Section.
           move "FEE INVOICES FOR LINKED PLAYERS (INVOICE)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_INV_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1510-Fetch-Invoice
               until End-of-Data
           EXEC SQL CLOSE DSAR_INV_CUR END-EXEC
           if WS-Inv-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       1510-Fetch-Invoice.
           EXEC SQL FETCH DSAR_INV_CUR
               INTO :WS-Sql-Invoice-Id,
                    :WS-Sql-Player-Id,
                    :WS-Sql-Season-Id,
                    :WS-Sql-Invoice-Date,
                    :WS-Sql-Amount-Due,
                    :WS-Sql-Amount-Paid,
                    :WS-Sql-Writeoff,
                    :WS-Sql-Store
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Inv-Count
                   perform 1520-Write-Invoice
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1520-Write-Invoice.
           move WS-Sql-Invoice-Id to WS-Id-Display
           move spaces to WS-Detail-Line
           string "    Invoice " WS-Id-Display
                  "  dated " WS-Sql-Invoice-Date
               delimited by size
               into WS-Detail-Line
           move WS-Sql-Player-Id to WS-Id-Display
           move " player " to WS-Detail-Line (42:8)
           move WS-Id-Display to WS-Detail-Line (50:9)
           move WS-Sql-Amount-Due to WS-Amount-Display
           move " due " to WS-Detail-Line (60:5)
           move WS-Amount-Display to WS-Detail-Line (65:13)
           move WS-Sql-Amount-Paid to WS-Amount-Display
           move " paid " to WS-Detail-Line (79:6)
           move WS-Amount-Display to WS-Detail-Line (85:13)
           move WS-Sql-Writeoff to WS-Amount-Display
           move " written off " to WS-Detail-Line (99:13)
           move WS-Amount-Display to WS-Detail-Line (112:13)
           write Disclosure-Report-Record from WS-Detail-Line

           move WS-Sql-Invoice-Id to INV-Invoice-Id
           move WS-Sql-Player-Id to INV-Player-Id
           move WS-Sql-Season-Id to INV-Season-Id
           move WS-Sql-Invoice-Date to INV-Invoice-Date
           move WS-Sql-Amount-Due to INV-Amount-Due
           move WS-Sql-Amount-Paid to INV-Amount-Paid
           move WS-Sql-Writeoff to INV-Writeoff
           move WS-Sql-Store to INV-Store
           write Export-Record from WS-Invoice-Record
           .
       1600-Payment-Section.
           move "FEE PAYMENTS FOR LINKED PLAYERS (PAYMENT)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_PAY_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1610-Fetch-Payment
               until End-of-Data
           EXEC SQL CLOSE DSAR_PAY_CUR END-EXEC
           if WS-Pay-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       1610-Fetch-Payment.
           EXEC SQL FETCH DSAR_PAY_CUR
               INTO :WS-Sql-Invoice-Id,
                    :WS-Sql-Payment-Seq,
                    :WS-Sql-Payment-Date,
                    :WS-Sql-Amount
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Pay-Count
                   move WS-Sql-Invoice-Id to WS-Id-Display
                   move WS-Sql-Amount to WS-Amount-Display
                   move spaces to WS-Detail-Line
                   string "    Invoice " WS-Id-Display
                          "  paid " WS-Sql-Payment-Date
                          "  amount " WS-Amount-Display
                       delimited by size
                       into WS-Detail-Line
                   write Disclosure-Report-Record from WS-Detail-Line
                   move WS-Sql-Invoice-Id to PAY-Invoice-Id
                   move WS-Sql-Payment-Seq to PAY-Seq
                   move WS-Sql-Payment-Date to PAY-Date
                   move WS-Sql-Amount to PAY-Amount
                   write Export-Record from WS-Payment-Record
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1700-Party-Section.
           move "PARTY FILES (CONTACTS KSDS, CUSTFILE VIA PARTY_XREF)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_XREF_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1710-Fetch-Xref
               until End-of-Data
           EXEC SQL CLOSE DSAR_XREF_CUR END-EXEC
           if WS-Ksd-Count + WS-Cus-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       1710-Fetch-Xref.
           EXEC SQL FETCH DSAR_XREF_CUR
               INTO :WS-Sql-Ksds-Key,
                    :WS-Sql-Customer-Id,
                    :WS-Sql-Match-Basis
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   perform 1720-Read-Ksds
                   if WS-Sql-Customer-Id not equal spaces
                       perform 1730-Read-Custfile
                   end-if
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1720-Read-Ksds.
           move WS-Sql-Ksds-Key to FC-Key
           read Contacts-File
               invalid key
                   continue
           end-read
           if Contacts-OK
               add 1 to WS-Ksd-Count
               move "Contacts file key:" to OUT-Field-Label
               move FC-Key to OUT-Field-Value
               perform 7100-Write-Field
               move "  Name:" to OUT-Field-Label
               move FC-Name to OUT-Field-Value
               perform 7100-Write-Field
               move "  Address:" to OUT-Field-Label
               move FC-Address to OUT-Field-Value
               perform 7100-Write-Field
               move "  Phone:" to OUT-Field-Label
               move FC-Phone to OUT-Field-Value
               perform 7100-Write-Field
               move "  Email:" to OUT-Field-Label
               move FC-Email to OUT-Field-Value
               perform 7100-Write-Field
               move FC-Key to KSD-Key
               move FC-Name to KSD-Name
               move FC-Address to KSD-Address
               move FC-Phone to KSD-Phone
               move FC-Email to KSD-Email
               write Export-Record from WS-Ksds-Record
           end-if
           .
       1730-Read-Custfile.
           move WS-Sql-Customer-Id to CF-Customer-Id
           read Custfile
               invalid key
                   continue
           end-read
           if Custfile-OK
               add 1 to WS-Cus-Count
               move "Customer file id:" to OUT-Field-Label
               move CF-Customer-Id to OUT-Field-Value
               perform 7100-Write-Field
               move "  Name:" to OUT-Field-Label
               move CF-Customer-Name to OUT-Field-Value
               perform 7100-Write-Field
               move "  Address:" to OUT-Field-Label
               move CF-Customer-Address to OUT-Field-Value
               perform 7100-Write-Field
               move "  Phone:" to OUT-Field-Label
               move CF-Customer-Phone to OUT-Field-Value
               perform 7100-Write-Field
               move "  Email:" to OUT-Field-Label
               move CF-Customer-Email to OUT-Field-Value
               perform 7100-Write-Field
               move CF-Customer-Id to CUS-Customer-Id
               move CF-Customer-Name to CUS-Name
               move CF-Customer-Address to CUS-Address
               move CF-Customer-Phone to CUS-Phone
               move CF-Customer-Email to CUS-Email
               write Export-Record from WS-Customer-Record
           end-if
           .
       1800-Donation-Section.
           move "GIFTS MADE (DONATION)" to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_DON_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1810-Fetch-Donation
               until End-of-Data
           EXEC SQL CLOSE DSAR_DON_CUR END-EXEC
           if WS-Don-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       1810-Fetch-Donation.
           EXEC SQL FETCH DSAR_DON_CUR
               INTO :WS-Sql-Donation-Id,
                    :WS-Sql-Season-Id,
                    :WS-Sql-Gift-Date,
                    :WS-Sql-Amount,
                    :WS-Sql-Method,
                    :WS-Sql-Designation,
                    :WS-Sql-In-Kind,
                    :WS-Sql-Description
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Don-Count
                   perform 1820-Write-Donation
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1820-Write-Donation.
           move WS-Sql-Donation-Id to WS-Id-Display
           move WS-Sql-Amount to WS-Amount-Display
           move spaces to WS-Detail-Line
           string "    Gift " WS-Id-Display
                  "  dated " WS-Sql-Gift-Date
                  "  amount " WS-Amount-Display
                  "  method " WS-Sql-Method
                  "  designation " WS-Sql-Designation
                  "  in kind " WS-Sql-In-Kind
                  "  " WS-Sql-Description
               delimited by size
               into WS-Detail-Line
           write Disclosure-Report-Record from WS-Detail-Line

           move WS-Sql-Donation-Id to DON-Donation-Id
           move WS-Sql-Season-Id to DON-Season-Id
           move WS-Sql-Gift-Date to DON-Date
           move WS-Sql-Amount to DON-Amount
           move WS-Sql-Method to DON-Method
           move WS-Sql-Designation to DON-Designation
           move WS-Sql-In-Kind to DON-In-Kind
           move WS-Sql-Description to DON-Description
           write Export-Record from WS-Donation-Record
           .
       1900-Receipt-Section.
           move "TAX RECEIPTS ISSUED (TAX_RECEIPT)" to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_TXR_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 1910-Fetch-Receipt
               until End-of-Data
           EXEC SQL CLOSE DSAR_TXR_CUR END-EXEC
           if WS-Txr-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       1910-Fetch-Receipt.
           EXEC SQL FETCH DSAR_TXR_CUR
               INTO :WS-Sql-Receipt-No,
                    :WS-Sql-Issue-Seq,
                    :WS-Sql-Tax-Year,
                    :WS-Sql-Donor-Type,
                    :WS-Sql-Receipt-Amount,
                    :WS-Sql-Issue-Date,
                    :WS-Sql-Duplicate
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Txr-Count
                   perform 1920-Write-Receipt
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       1920-Write-Receipt.
           move WS-Sql-Receipt-No to WS-Id-Display
           move WS-Sql-Receipt-Amount to WS-Amount-Display
           move WS-Sql-Tax-Year to WS-Year-Display
           move spaces to WS-Detail-Line
           string "    Receipt " WS-Id-Display
                  "  tax year " WS-Year-Display
                  "  issued " WS-Sql-Issue-Date
                  "  amount " WS-Amount-Display
               delimited by size
               into WS-Detail-Line
           if WS-Sql-Duplicate = "Y"
               move "duplicate" to WS-Detail-Line (90:9)
           end-if
           write Disclosure-Report-Record from WS-Detail-Line

           move WS-Sql-Receipt-No to TXR-Receipt-No
           move WS-Sql-Issue-Seq to TXR-Issue-Seq
           move WS-Sql-Tax-Year to TXR-Tax-Year
           move WS-Sql-Donor-Type to TXR-Donor-Type
           move WS-Sql-Receipt-Amount to TXR-Amount
           move WS-Sql-Issue-Date to TXR-Issue-Date
           move WS-Sql-Duplicate to TXR-Duplicate
           write Export-Record from WS-Receipt-Record
           .
       2000-Credit-Section.
           move "HOUSEHOLD CREDIT (HOUSEHOLD_CREDIT)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_CRD_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2010-Fetch-Credit
               until End-of-Data
           EXEC SQL CLOSE DSAR_CRD_CUR END-EXEC
           if WS-Crd-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       2010-Fetch-Credit.
           EXEC SQL FETCH DSAR_CRD_CUR
               INTO :WS-Sql-Credit-Id,
                    :WS-Sql-Household-Id,
                    :WS-Sql-Entry-Type,
                    :WS-Sql-Invoice-Id,
                    :WS-Sql-Player-Id,
                    :WS-Sql-Amount,
                    :WS-Sql-Entry-Date
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Crd-Count
                   perform 2020-Write-Credit
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2020-Write-Credit.
           move spaces to WS-Detail-Line
           evaluate WS-Sql-Entry-Type
               when "C"
                   move "    Credit taken in" to WS-Detail-Line
               when "A"
                   move "    Applied to invoice" to WS-Detail-Line
               when "R"
                   move "    Refunded" to WS-Detail-Line
               when other
                   move "    Credit entry" to WS-Detail-Line
           end-evaluate
           move WS-Sql-Entry-Date to WS-Detail-Line (26:10)
           move WS-Sql-Invoice-Id to WS-Id-Display
           move " invoice " to WS-Detail-Line (37:9)
           move WS-Id-Display to WS-Detail-Line (46:9)
           move WS-Sql-Household-Id to WS-Id-Display
           move " holder " to WS-Detail-Line (56:8)
           move WS-Id-Display to WS-Detail-Line (64:9)
           move WS-Sql-Amount to WS-Amount-Display
           move " amount " to WS-Detail-Line (74:8)
           move WS-Amount-Display to WS-Detail-Line (82:13)
           write Disclosure-Report-Record from WS-Detail-Line

           move WS-Sql-Credit-Id to CRD-Credit-Id
           move WS-Sql-Household-Id to CRD-Holder-Id
           move WS-Sql-Entry-Type to CRD-Entry-Type
           move WS-Sql-Invoice-Id to CRD-Invoice-Id
           move WS-Sql-Player-Id to CRD-Player-Id
           move WS-Sql-Amount to CRD-Amount
           move WS-Sql-Entry-Date to CRD-Entry-Date
           write Export-Record from WS-Credit-Record
           .
       2100-Waiver-Section.
           move "FEE WAIVER APPLICATIONS (FEE_WAIVER)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_WVR_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2110-Fetch-Waiver
               until End-of-Data
           EXEC SQL CLOSE DSAR_WVR_CUR END-EXEC
           if WS-Wvr-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       2110-Fetch-Waiver.
           EXEC SQL FETCH DSAR_WVR_CUR
               INTO :WS-Sql-Waiver-Id,
                    :WS-Sql-Season-Id,
                    :WS-Sql-Household-Id,
                    :WS-Sql-Invoice-Id,
                    :WS-Sql-Waiver-Pct,
                    :WS-Sql-Reason-Code,
                    :WS-Sql-Request-Amount,
                    :WS-Sql-Award-Amount,
                    :WS-Sql-Waiver-Status,
                    :WS-Sql-Apply-Date
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Wvr-Count
                   perform 2120-Write-Waiver
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2120-Write-Waiver.
           move WS-Sql-Waiver-Id to WS-Id-Display
           move spaces to WS-Detail-Line
           string "    Waiver " WS-Id-Display
                  "  applied " WS-Sql-Apply-Date
                  "  reason " WS-Sql-Reason-Code
                  "  status " WS-Sql-Waiver-Status
               delimited by size
               into WS-Detail-Line
           move WS-Sql-Invoice-Id to WS-Id-Display
           move " invoice " to WS-Detail-Line (70:9)
           move WS-Id-Display to WS-Detail-Line (79:9)
           move WS-Sql-Request-Amount to WS-Amount-Display
           move " asked " to WS-Detail-Line (88:7)
           move WS-Amount-Display to WS-Detail-Line (95:13)
           move WS-Sql-Award-Amount to WS-Amount-Display
           move " awarded " to WS-Detail-Line (108:9)
           move WS-Amount-Display to WS-Detail-Line (117:13)
           write Disclosure-Report-Record from WS-Detail-Line

           move WS-Sql-Waiver-Id to WVR-Waiver-Id
           move WS-Sql-Season-Id to WVR-Season-Id
           move WS-Sql-Household-Id to WVR-Household-Id
           move WS-Sql-Invoice-Id to WVR-Invoice-Id
           move WS-Sql-Waiver-Pct to WVR-Pct
           move WS-Sql-Reason-Code to WVR-Reason-Code
           move WS-Sql-Request-Amount to WVR-Requested
           move WS-Sql-Award-Amount to WVR-Awarded
           move WS-Sql-Waiver-Status to WVR-Status
           move WS-Sql-Apply-Date to WVR-Apply-Date
           write Export-Record from WS-Waiver-Record
           .
       2200-Duty-Section.
           move "VOLUNTEER DUTIES ROSTERED (DUTY_ROSTER)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_DTY_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2210-Fetch-Duty
               until End-of-Data
           EXEC SQL CLOSE DSAR_DTY_CUR END-EXEC
           if WS-Dty-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       2210-Fetch-Duty.
           EXEC SQL FETCH DSAR_DTY_CUR
               INTO :WS-Sql-Fixture-Id,
                    :WS-Sql-Duty-Code,
                    :WS-Sql-Team-Id,
                    :WS-Sql-Duty-Date,
                    :WS-Sql-Season-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Dty-Count
                   move WS-Sql-Fixture-Id to WS-Id-Display
                   move spaces to WS-Detail-Line
                   string "    Fixture " WS-Id-Display
                          "  on " WS-Sql-Duty-Date
                          "  duty " WS-Sql-Duty-Code
                       delimited by size
                       into WS-Detail-Line
                   write Disclosure-Report-Record from WS-Detail-Line
                   move WS-Sql-Fixture-Id to DTY-Fixture-Id
                   move WS-Sql-Duty-Code to DTY-Duty-Code
                   move WS-Sql-Team-Id to DTY-Team-Id
                   move WS-Sql-Duty-Date to DTY-Duty-Date
                   move WS-Sql-Season-Id to DTY-Season-Id
                   write Export-Record from WS-Duty-Record
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2300-Engage-Section.
           move "ENGAGEMENT SCORE (CONTACT_ENGAGE)" to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_ENG_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2310-Fetch-Engage
               until End-of-Data
           EXEC SQL CLOSE DSAR_ENG_CUR END-EXEC
           if WS-Eng-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       2310-Fetch-Engage.
           EXEC SQL FETCH DSAR_ENG_CUR
               INTO :WS-Sql-Score-Date,
                    :WS-Sql-Recency-Days,
                    :WS-Sql-Recency-Pts,
                    :WS-Sql-Response-Count,
                    :WS-Sql-Frequency-Pts,
                    :WS-Sql-Received,
                    :WS-Sql-Answered,
                    :WS-Sql-Answer-Pts,
                    :WS-Sql-Bounce-Pen,
                    :WS-Sql-Score,
                    :WS-Sql-Band
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Eng-Count
                   perform 2320-Write-Engage
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2320-Write-Engage.
           move WS-Sql-Score to WS-Score-Display
           move spaces to WS-Detail-Line
           string "    Scored " WS-Sql-Score-Date
                  "  score " WS-Score-Display
                  "  band " WS-Sql-Band
               delimited by size
               into WS-Detail-Line
           move WS-Sql-Recency-Days to WS-Id-Display
           move " days since response " to WS-Detail-Line (45:21)
           move WS-Id-Display to WS-Detail-Line (66:9)
           move WS-Sql-Response-Count to WS-Id-Display
           move " responses " to WS-Detail-Line (76:11)
           move WS-Id-Display to WS-Detail-Line (87:9)
           write Disclosure-Report-Record from WS-Detail-Line

           move WS-Sql-Score-Date to ENG-Score-Date
           move WS-Sql-Recency-Days to ENG-Recency-Days
           move WS-Sql-Recency-Pts to ENG-Recency-Pts
           move WS-Sql-Response-Count to ENG-Responses
           move WS-Sql-Frequency-Pts to ENG-Frequency-Pts
           move WS-Sql-Received to ENG-Received
           move WS-Sql-Answered to ENG-Answered
           move WS-Sql-Answer-Pts to ENG-Answer-Pts
           move WS-Sql-Bounce-Pen to ENG-Bounce-Pen
           move WS-Sql-Score to ENG-Score
           move WS-Sql-Band to ENG-Band
           write Export-Record from WS-Engage-Record
           .
       2400-Engage-Hist-Section.
           move "ENGAGEMENT BAND CHANGES (ENGAGE_HIST)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_ENH_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2410-Fetch-Engage-Hist
               until End-of-Data
           EXEC SQL CLOSE DSAR_ENH_CUR END-EXEC
           if WS-Enh-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       2410-Fetch-Engage-Hist.
           EXEC SQL FETCH DSAR_ENH_CUR
               INTO :WS-Sql-Band-Date,
                    :WS-Sql-Old-Band,
                    :WS-Sql-Band,
                    :WS-Sql-Score
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Enh-Count
                   move WS-Sql-Score to WS-Score-Display
                   move spaces to WS-Detail-Line
                   string "    Changed " WS-Sql-Band-Date
                          "  from band " WS-Sql-Old-Band
                          "  to band " WS-Sql-Band
                          "  score " WS-Score-Display
                       delimited by size
                       into WS-Detail-Line
                   write Disclosure-Report-Record from WS-Detail-Line
                   move WS-Sql-Band-Date to ENH-Change-Date
                   move WS-Sql-Old-Band to ENH-Old-Band
                   move WS-Sql-Band to ENH-New-Band
                   move WS-Sql-Score to ENH-Score
                   write Export-Record from WS-Engage-Hist-Record
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2500-Case-Section.
           move "SERVICE CASES (CUSTOMER_CASE VIA PARTY_XREF)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_CAS_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2510-Fetch-Case
               until End-of-Data
           EXEC SQL CLOSE DSAR_CAS_CUR END-EXEC
           if WS-Cas-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       2510-Fetch-Case.
           EXEC SQL FETCH DSAR_CAS_CUR
               INTO :WS-Sql-Case-Id,
                    :WS-Sql-Customer-Id,
                    :WS-Sql-Case-Type,
                    :WS-Sql-Priority,
                    :WS-Sql-Case-Status,
                    :WS-Sql-Summary,
                    :WS-Sql-Opened-Ts,
                    :WS-Sql-Resolved-Ts,
                    :WS-Sql-Closed-Ts
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Cas-Count
                   perform 2520-Write-Case
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2520-Write-Case.
           move WS-Sql-Case-Id to WS-Id-Display
           move spaces to WS-Detail-Line
           string "    Case " WS-Id-Display
                  "  customer " WS-Sql-Customer-Id
                  "  type " WS-Sql-Case-Type
                  "  priority " WS-Sql-Priority
                  "  status " WS-Sql-Case-Status
                  "  opened " WS-Sql-Opened-Ts
               delimited by size
               into WS-Detail-Line
           write Disclosure-Report-Record from WS-Detail-Line
           move "Summary:" to OUT-Field-Label
           move WS-Sql-Summary to OUT-Field-Value
           perform 7100-Write-Field
           if WS-Sql-Resolved-Ts not equal spaces
               move "Resolved:" to OUT-Field-Label
               move WS-Sql-Resolved-Ts to OUT-Field-Value
               perform 7100-Write-Field
           end-if
           if WS-Sql-Closed-Ts not equal spaces
               move "Closed:" to OUT-Field-Label
               move WS-Sql-Closed-Ts to OUT-Field-Value
               perform 7100-Write-Field
           end-if

           move WS-Sql-Case-Id to CAS-Case-Id
           move WS-Sql-Customer-Id to CAS-Customer-Id
           move WS-Sql-Case-Type to CAS-Case-Type
           move WS-Sql-Priority to CAS-Priority
           move WS-Sql-Case-Status to CAS-Status
           move WS-Sql-Summary to CAS-Summary
           move WS-Sql-Opened-Ts to CAS-Opened-Ts
           move WS-Sql-Resolved-Ts to CAS-Resolved-Ts
           move WS-Sql-Closed-Ts to CAS-Closed-Ts
           write Export-Record from WS-Case-Record
           .
       2600-Case-Note-Section.
           move "SERVICE NOTES (CUSTOMER_NOTE VIA PARTY_XREF)"
               to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_CNT_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2610-Fetch-Case-Note
               until End-of-Data
           EXEC SQL CLOSE DSAR_CNT_CUR END-EXEC
           if WS-Cnt-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       2610-Fetch-Case-Note.
           EXEC SQL FETCH DSAR_CNT_CUR
               INTO :WS-Sql-Customer-Id,
                    :WS-Sql-Note-Seq,
                    :WS-Sql-Note-Date,
                    :WS-Sql-Note-Operator,
                    :WS-Sql-Note-Text,
                    :WS-Sql-Followup-Date,
                    :WS-Sql-Case-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Cnt-Count
                   perform 2620-Write-Case-Note
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2620-Write-Case-Note.
           move spaces to WS-Detail-Line
           string "    " WS-Sql-Note-Date
                  "  by " WS-Sql-Note-Operator
                  "  " WS-Sql-Note-Text
               delimited by size
               into WS-Detail-Line
           if WS-Sql-Case-Id not equal zero
               move WS-Sql-Case-Id to WS-Id-Display
               move " case " to WS-Detail-Line (81:6)
               move WS-Id-Display to WS-Detail-Line (87:9)
           end-if
           if WS-Sql-Followup-Date not equal spaces
               move " follow up " to WS-Detail-Line (97:11)
               move WS-Sql-Followup-Date to WS-Detail-Line (108:10)
           end-if
           write Disclosure-Report-Record from WS-Detail-Line

           move WS-Sql-Customer-Id to CNT-Customer-Id
           move WS-Sql-Note-Seq to CNT-Note-Seq
           move WS-Sql-Note-Date to CNT-Note-Date
           move WS-Sql-Note-Operator to CNT-Operator
           move WS-Sql-Note-Text to CNT-Note-Text
           move WS-Sql-Followup-Date to CNT-Follow-Up
           move WS-Sql-Case-Id to CNT-Case-Id
           write Export-Record from WS-Case-Note-Record
           .
       2700-Alumni-Section.
           move "ALUMNI RECORDS (ALUMNI)" to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "N" to WS-End-of-Data-Sw
           EXEC SQL OPEN DSAR_ALU_CUR END-EXEC
           if SQLCODE not equal zero
               perform 9000-Bail
           end-if
           perform 2710-Fetch-Alumni
               until End-of-Data
           EXEC SQL CLOSE DSAR_ALU_CUR END-EXEC
           if WS-Alu-Count = zero
               write Disclosure-Report-Record from WS-None-Line
           end-if
           .
       2710-Fetch-Alumni.
           EXEC SQL FETCH DSAR_ALU_CUR
               INTO :WS-Sql-Player-Id,
                    :WS-Sql-Player-Name,
                    :WS-Sql-League-Id,
                    :WS-Sql-Team-Id,
                    :WS-Sql-Last-Season-Id,
                    :WS-Sql-Leave-Reason,
                    :WS-Sql-Leave-Date,
                    :WS-Sql-Career-Seasons,
                    :WS-Sql-Career-Games,
                    :WS-Sql-Career-Attempts,
                    :WS-Sql-Career-Made,
                    :WS-Sql-Career-3pt,
                    :WS-Sql-Guardian-Id
           END-EXEC
           evaluate true
               when SQLCODE = 0
                   add 1 to WS-Alu-Count
                   perform 2720-Write-Alumni
               when SQLCODE = 100
                   set End-of-Data to true
               when other
                   perform 9000-Bail
           end-evaluate
           .
       2720-Write-Alumni.
           move WS-Sql-Player-Id to WS-Id-Display
           move spaces to WS-Detail-Line
           string "    Player " WS-Id-Display
                  "  " WS-Sql-Player-Name (1:40)
                  "  left " WS-Sql-Leave-Date
                  "  reason " WS-Sql-Leave-Reason
               delimited by size
               into WS-Detail-Line
           move WS-Sql-Career-Seasons to WS-Id-Display
           move " seasons " to WS-Detail-Line (90:9)
           move WS-Id-Display to WS-Detail-Line (99:9)
           move WS-Sql-Career-Games to WS-Id-Display
           move " games " to WS-Detail-Line (108:7)
           move WS-Id-Display to WS-Detail-Line (115:9)
           write Disclosure-Report-Record from WS-Detail-Line

           move WS-Sql-Player-Id to ALU-Player-Id
           move WS-Sql-Player-Name to ALU-Player-Name
           move WS-Sql-League-Id to ALU-League-Id
           move WS-Sql-Team-Id to ALU-Last-Team-Id
           move WS-Sql-Last-Season-Id to ALU-Last-Season-Id
           move WS-Sql-Leave-Reason to ALU-Leave-Reason
           move WS-Sql-Leave-Date to ALU-Leave-Date
           move WS-Sql-Career-Seasons to ALU-Seasons
           move WS-Sql-Career-Games to ALU-Games
           move WS-Sql-Career-Attempts to ALU-Attempts
           move WS-Sql-Career-Made to ALU-Completed
           move WS-Sql-Career-3pt to ALU-Three-Pointers
           move WS-Sql-Guardian-Id to ALU-Guardian-Id
           write Export-Record from WS-Alumni-Record
           .
       7100-Write-Field.
           write Disclosure-Report-Record from WS-Field-Line
           move spaces to OUT-Field-Value
           .
       8000-Log-Request.
           compute WS-Total-Count =
               WS-Con-Count + WS-Aud-Count + WS-Prf-Count
               + WS-Cmp-Count + WS-Chd-Count + WS-Inv-Count
               + WS-Pay-Count + WS-Ksd-Count + WS-Cus-Count
               + WS-Don-Count + WS-Txr-Count + WS-Crd-Count
               + WS-Wvr-Count + WS-Dty-Count + WS-Eng-Count
               + WS-Enh-Count + WS-Cas-Count + WS-Cnt-Count
               + WS-Alu-Count
           move WS-Total-Count to WS-Sql-Row-Count
           if WS-Total-Count = zero
               move "N" to WS-Sql-Status
           else
               move "C" to WS-Sql-Status
           end-if
           if WS-Sql-Today > WS-Sql-Due-Date
               move "N" to WS-Sql-On-Time
           else
               move "Y" to WS-Sql-On-Time
           end-if

           EXEC SQL
                INSERT INTO LABSCHEMA.DSAR_REGISTER
                       (DSAR_ID,
                        CONTACT_ID,
                        SUBJECT_KEY,
                        RECEIVED_DATE,
                        DUE_DATE,
                        RESPONDED_DATE,
                        ON_TIME,
                        STATUS,
                        ITEM_COUNT,
                        JOB_ID)
                VALUES (:WS-Sql-Dsar-Id,
                        :WS-Sql-Contact-Id,
                        :WS-Sql-Subject-Key,
                        DATE(:WS-Sql-Received-Date),
                        DATE(:WS-Sql-Due-Date),
                        CURRENT DATE,
                        :WS-Sql-On-Time,
                        :WS-Sql-Status,
                        :WS-Sql-Row-Count,
                        :WS-Job-Id)
           END-EXEC
           if SQLCODE not equal zero
               EXEC SQL ROLLBACK END-EXEC
               perform 9000-Bail
           end-if
           EXEC SQL COMMIT END-EXEC

           move "DISCLOSURE SUMMARY" to OUT-Section-Title
           write Disclosure-Report-Record from WS-Section-Line
           move "Items disclosed:" to OUT-Field-Label
           move WS-Total-Count to WS-Id-Display
           move WS-Id-Display to OUT-Field-Value
           perform 7100-Write-Field
           move "Answered within deadline:" to OUT-Field-Label
           move WS-Sql-On-Time to OUT-Field-Value
           perform 7100-Write-Field
           move WS-Sql-Dsar-Id to WS-Id-Display
           .
       8100-Write-Trailer.
           move WS-Con-Count to TRL-Con-Count
           move WS-Aud-Count to TRL-Aud-Count
           move WS-Prf-Count to TRL-Prf-Count
           move WS-Cmp-Count to TRL-Cmp-Count
           move WS-Chd-Count to TRL-Chd-Count
           move WS-Inv-Count to TRL-Inv-Count
           move WS-Pay-Count to TRL-Pay-Count
           move WS-Ksd-Count to TRL-Ksd-Count
           move WS-Cus-Count to TRL-Cus-Count
           move WS-Don-Count to TRL-Don-Count
           move WS-Txr-Count to TRL-Txr-Count
           move WS-Crd-Count to TRL-Crd-Count
           move WS-Wvr-Count to TRL-Wvr-Count
           move WS-Dty-Count to TRL-Dty-Count
           move WS-Eng-Count to TRL-Eng-Count
           move WS-Enh-Count to TRL-Enh-Count
           move WS-Cas-Count to TRL-Cas-Count
           move WS-Cnt-Count to TRL-Cnt-Count
           move WS-Alu-Count to TRL-Alu-Count
           move WS-Total-Count to TRL-Total-Count
           write Export-Record from WS-Trailer-Record
           .
       8900-Close-Files.
           close Disclosure-Report-File
           close Export-File
           close Contacts-File
           close Custfile
           .
       9000-Bail.
           move SQLCODE to WS-Error-SQLCODE
           display "SQL Error: SQLCODE " WS-Error-SQLCODE
           move 12 to return-code
           goback
           .
