      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.    SODCHECK.
       AUTHOR.        WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Workshop:                   FINAL EXAM
      * Developer:                  maruca
      * Created:                    2026-10-15
      * Modified:
      * Developer Contact:
      * V R M:                      V0R0M1
      *  Version Level
      *  Release Level
      *  Modification Level
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 maruca V0R0M1
      *   Initial release.
      *   JCL Input
      * //SODRULE  DD DSN=USER66.EXAM.DEV.SODCHECK.RULES,DISP=SHR
      * //SODEXCP  DD DSN=USER66.EXAM.DEV.SODCHECK.EXCEPTNS,DISP=SHR
      * //USERAUTH DD DSN=USER66.EXAM.DEV.USERAUTH.MASTER,DISP=SHR
      * //RPTINPUT DD DSN=USER66.EXAM.DEV.RPTPRINT.SORTED,DISP=SHR
      * //MSTRJRNL DD DSN=USER66.EXAM.DEV.MSTRJRNL.JOURNAL,DISP=SHR
      * //APPRPOS  DD DSN=USER66.EXAM.DEV.APPRRELS.RELEASED,DISP=SHR
      * //EFTAUDIT DD DSN=USER66.EXAM.DEV.EFTMSTR.AUDIT,DISP=SHR
      * //EXCPWORK DD DSN=USER66.EXAM.DEV.EXCPWRKV.UNLOAD,DISP=SHR
      * //CHKREG   DD DSN=USER66.EXAM.DEV.CHKREG.REGISTER,DISP=SHR
      * //CHKTRN   DD DSN=USER66.EXAM.DEV.CHKREG.TRANS,DISP=SHR
      *   JCL Output
      * //SODRPT   DD SYSOUT=*
      *
      * 2026-10-15 maruca V0R0M2
      *   PURCHASE-ORDER grew PO-COMPANY-CODE/PO-SHIP-TO-
      *   LOCATION; the master FDs' RECORD CONTAINS are trued
      *   to the 1027-byte record and the MSTRJRNL after-image
      *   to match (journal row 1049 bytes).
      ***************************************************************
      * Monthly segregation-of-duties review.  USERAUTH says what a
      * user may do in each function; this says whether one user
      * actually did both sides of a pair of duties that should
      * never meet in one person - keyed a PO and received against
      * it, set up a supplier's bank details and approved a PO to
      * the same supplier.
      *
      * Every source below is boiled down to activity rows - user,
      * function, supplier, PO - under these function codes:
      *
      *    POKEY     keyed or changed a PO.  Every USERAUTH user
      *              authorized for the BUYER-CODE on a master PO
      *              slot, and the signed-on user on each PARTPOU
      *              after-image on MSTRJRNL.
      *    POAPPR    released a routed PO (APPRPOS approved-by).
      *    RECEIVE   received against a PO - the signed-on user on
      *              each RCVDOCK after-image on MSTRJRNL.
      *    EFTKEY    keyed a supplier's bank details (EFTAUDIT add
      *              or change).
      *    EFTRLSE   released a supplier's bank details (EFTAUDIT
      *              release).
      *    INVRSLV   cleared an invoice exception for payment (the
      *              worked-by user on a Resolved EXCPWORK row).
      *    CHKVOID   voided or reissued a supplier's check (CHKTRN
      *              V/R rows, supplier off the check register).
      *
      * A journal after-image is read through LAST-UPDATE-USER-ID,
      * which the online transactions stamp with the signed-on user;
      * batch writers stamp their own program id there and are
      * skipped.  Only the PO slots that differ from the previous
      * after-image of the same part/supplier are the ones that user
      * touched; on the first image of a pair in the journal every
      * PO slot counts (for RCVDOCK, every slot with a quantity
      * received).  APPRPOS and CHKTRN may be concatenations of the
      * month's runs, as for BUYRWORK.
      *
      * SODRULE (required) lists the incompatible pairs, one per
      * row: rule id in 1-4, the two function codes in 5-12 and
      * 13-20, description in 21-60.  A user with activity under
      * both functions of a rule for the same supplier - and the
      * same PO where both activities name one - is a conflict.
      * A rule naming an unknown function is rejected at load.
      *
      * SODEXCP (optional) is internal audit's record of accepted
      * exceptions: rule id, user id, supplier and PO (either blank
      * for all), who accepted it and when, an expiry date (zero for
      * none) and the reason.  A conflict covered by an unexpired
      * exception is listed in the accepted section instead of the
      * open one; one whose exception has expired stays open and
      * says so.
      *
      * Every other input is optional - a missing one (FILE STATUS
      * not '00') contributes no activity, the shop's missing-
      * optional-file default.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODRULE-REC   ASSIGN TO SODRULE.
           SELECT SODEXCP-REC   ASSIGN TO SODEXCP
               FILE STATUS IS WS-SODEXCP-FILE-STATUS.
           SELECT USERAUTH-REC  ASSIGN TO USERAUTH
               FILE STATUS IS WS-USERAUTH-FILE-STATUS.
           SELECT PART-SUPP-IN  ASSIGN TO RPTINPUT.
           SELECT MSTRJRNL-REC  ASSIGN TO MSTRJRNL
               FILE STATUS IS WS-MSTRJRNL-FILE-STATUS.
           SELECT RELEASED-REC  ASSIGN TO APPRPOS
               FILE STATUS IS WS-APPRPOS-FILE-STATUS.
           SELECT EFTAUDIT-REC  ASSIGN TO EFTAUDIT
               FILE STATUS IS WS-EFTAUDIT-FILE-STATUS.
           SELECT EXCPWORK-REC  ASSIGN TO EXCPWORK
               FILE STATUS IS WS-EXCPWORK-FILE-STATUS.
           SELECT CHKREG-REC    ASSIGN TO CHKREG
               FILE STATUS IS WS-CHKREG-FILE-STATUS.
           SELECT CHKTRN-REC    ASSIGN TO CHKTRN
               FILE STATUS IS WS-CHKTRN-FILE-STATUS.
           SELECT SODRPT-REC    ASSIGN TO SODRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  SODRULE-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SODRULE-RECORD.
       01  SODRULE-RECORD.
           05  SR-RULE-ID          PIC X(04).
           05  SR-FUNCTION-1       PIC X(08).
           05  SR-FUNCTION-2       PIC X(08).
           05  SR-DESCRIPTION      PIC X(40).
           05  FILLER              PIC X(20).

       FD  SODEXCP-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SODEXCP-RECORD.
       01  SODEXCP-RECORD.
           05  SX-RULE-ID          PIC X(04).
           05  SX-USER-ID          PIC X(08).
           05  SX-SUPPLIER-CODE    PIC X(10).
           05  SX-PO-NUMBER        PIC X(06).
           05  SX-ACCEPTED-BY      PIC X(08).
           05  SX-ACCEPTED-DATE    PIC 9(08).
           05  SX-EXPIRY-DATE      PIC 9(08).
           05  SX-REASON           PIC X(28).

      *    Same user-authority row the online USERAUTH KSDS holds.
       FD  USERAUTH-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS USERAUTH-RECORD.
       01  USERAUTH-RECORD.
           05  UA-USER-ID          PIC X(08).
           05  UA-ROLE             PIC X(01).
           05  UA-BUYER-CODE OCCURS 5 TIMES
                                   PIC X(03).
           05  FILLER              PIC X(16).

      *    Read INTO the PARTSUPP layout in working storage, where
      *    the journal's after-images are laid out too.
       FD  PART-SUPP-IN
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1027 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PART-SUPP-IN-REC.
       01  PART-SUPP-IN-REC              PIC X(1027).

      *    Same after-image row every master writer appends.
       FD  MSTRJRNL-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1049 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MSTRJRNL-RECORD.
       01  MSTRJRNL-RECORD.
           05  MJ-JOURNAL-DATE     PIC 9(08).
           05  MJ-JOURNAL-TIME     PIC 9(06).
           05  MJ-PROGRAM-ID       PIC X(08).
           05  MJ-AFTER-IMAGE      PIC X(1027).

      *    Same released-PO row APPRRELS writes.
       FD  RELEASED-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RELEASED-RECORD.
       01  RELEASED-RECORD.
           05  REL-PART-NUMBER     PIC X(23).
           05  REL-SUPPLIER-CODE   PIC X(10).
           05  REL-PO-NUMBER       PIC X(06).
           05  REL-BUYER-CODE      PIC X(03).
           05  REL-QUANTITY        PIC S9(7).
           05  REL-UNIT-PRICE      PIC S9(7)V99.
           05  REL-APPROVED-BY     PIC X(08).
           05  REL-APPROVED-DATE   PIC 9(08).
           05  REL-QUEUED-DATE     PIC 9(08).
           05  FILLER              PIC X(18).

      *    EFTMAINT's maintenance trail.  See EFTAUDIT.cpy.
       FD  EFTAUDIT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EFT-AUDIT-ROW.
           COPY 'EFTAUDIT'.

      *    Same EXCPWORK row EDI810IN appends and APEXCWRK updates.
       FD  EXCPWORK-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCPWORK-RECORD.
       01  EXCPWORK-RECORD.
           05  EX-INV-NUMBER       PIC X(10).
           05  EX-PO-NUMBER        PIC X(06).
           05  EX-SUPPLIER-CODE    PIC X(10).
           05  EX-QUANTITY         PIC S9(7).
           05  EX-UNIT-PRICE       PIC S9(7)V99.
           05  EX-REASON-CODE      PIC X(01).
           05  EX-STATUS           PIC X(01).
               88 EX-STATUS-RESOLVED        VALUE 'R'.
           05  EX-RESOLUTION-CODE  PIC X(01).
           05  EX-EXCEPTION-DATE   PIC 9(08).
           05  EX-WORKED-BY        PIC X(08).
           05  FILLER              PIC X(19).

      *    Check register - read only for each check's supplier.
       FD  CHKREG-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-REG-ROW.
           COPY 'CHKREG'.

      *    Same void/reissue/paid transaction row CHKRUN applies.
       FD  CHKTRN-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKTRN-RECORD.
       01  CHKTRN-RECORD.
           05  CKT-TRANS-CODE      PIC X(01).
               88 CKT-VOID                  VALUE 'V'.
               88 CKT-REISSUE               VALUE 'R'.
           05  CKT-CHECK-NUMBER    PIC 9(08).
           05  CKT-PAID-DATE       PIC 9(08).
           05  CKT-PAID-AMOUNT     PIC 9(9)V99.
           05  CKT-REASON          PIC X(15).
           05  CKT-USER-ID         PIC X(08).
           05  FILLER              PIC X(29).

       FD  SODRPT-REC
           RECORDING MODE F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SODRPT-RECORD.
       01  SODRPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'PARTSUPP'.

       01  WS-SODEXCP-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-USERAUTH-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-MSTRJRNL-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-APPRPOS-FILE-STATUS        PIC X(02)      VALUE SPACES.
       01  WS-EFTAUDIT-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-EXCPWORK-FILE-STATUS       PIC X(02)      VALUE SPACES.
       01  WS-CHKREG-FILE-STATUS         PIC X(02)      VALUE SPACES.
       01  WS-CHKTRN-FILE-STATUS         PIC X(02)      VALUE SPACES.

       01  WS-TODAYS-DATE                PIC 9(08)      VALUE 0.

      *    The incompatible pairs off SODRULE.
       01  WS-RUL-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RUL-ENTRY OCCURS 100 TIMES
                  INDEXED BY RUL-IDX.
               10 WS-RUL-RULE-ID         PIC X(04)      VALUE SPACES.
               10 WS-RUL-FUNCTION-1      PIC X(08)      VALUE SPACES.
               10 WS-RUL-FUNCTION-2      PIC X(08)      VALUE SPACES.
               10 WS-RUL-DESCRIPTION     PIC X(40)      VALUE SPACES.

      *    Internal audit's accepted exceptions.
       01  WS-AEX-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-ACCEPTED-TABLE.
           05  WS-AEX-ENTRY OCCURS 500 TIMES
                  INDEXED BY AEX-IDX.
               10 WS-AEX-RULE-ID         PIC X(04)      VALUE SPACES.
               10 WS-AEX-USER-ID         PIC X(08)      VALUE SPACES.
               10 WS-AEX-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-AEX-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-AEX-ACCEPTED-BY     PIC X(08)      VALUE SPACES.
               10 WS-AEX-ACCEPTED-DATE   PIC 9(08)      VALUE 0.
               10 WS-AEX-EXPIRY-DATE     PIC 9(08)      VALUE 0.
               10 WS-AEX-REASON          PIC X(28)      VALUE SPACES.

      *    USERAUTH rows - for the role on the report and to turn a
      *    master PO's BUYER-CODE into the users who can key for it.
       01  WS-USR-COUNT                  PIC 9(03)      VALUE 0.
       01  WS-USER-TABLE.
           05  WS-USR-ENTRY OCCURS 500 TIMES
                  INDEXED BY USR-IDX.
               10 WS-USR-USER-ID         PIC X(08)      VALUE SPACES.
               10 WS-USR-ROLE            PIC X(01)      VALUE SPACE.
               10 WS-USR-BUYER-CODE OCCURS 5 TIMES
                                         PIC X(03)      VALUE SPACES.

      *    Check number to supplier, off the register.
       01  WS-CHK-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-CHECK-TABLE.
           05  WS-CHK-ENTRY OCCURS 5000 TIMES
                  INDEXED BY CHK-IDX.
               10 WS-CHK-CHECK-NUMBER    PIC 9(08)      VALUE 0.
               10 WS-CHK-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CHK-STATUS-DATE     PIC 9(08)      VALUE 0.

      *    The previous after-image's PO slots per part/supplier, to
      *    tell which slots a journalled update actually touched.
       01  WS-IMG-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-IMAGE-TABLE.
           05  WS-IMG-ENTRY OCCURS 2000 TIMES
                  INDEXED BY IMG-IDX.
               10 WS-IMG-PART-NUMBER     PIC X(23)      VALUE SPACES.
               10 WS-IMG-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-IMG-PO-SLOT OCCURS 3 TIMES
                                         PIC X(87)      VALUE SPACES.

      *    Activity rows - one per distinct user/function/supplier/
      *    PO, dated by the first occurrence read.
       01  WS-EVT-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-EVENT-TABLE.
           05  WS-EVT-ENTRY OCCURS 5000 TIMES
                  INDEXED BY EVT-IDX EVT-IDX2.
               10 WS-EVT-USER-ID         PIC X(08)      VALUE SPACES.
               10 WS-EVT-FUNCTION        PIC X(08)      VALUE SPACES.
               10 WS-EVT-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-EVT-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-EVT-DATE            PIC 9(08)      VALUE 0.

      *    Conflicts found - one per rule/user/supplier/PO.
       01  WS-CNF-COUNT                  PIC 9(05)      VALUE 0.
       01  WS-CONFLICT-TABLE.
           05  WS-CNF-ENTRY OCCURS 2000 TIMES
                  INDEXED BY CNF-IDX.
               10 WS-CNF-RULE-SLOT       PIC 9(03)      VALUE 0.
               10 WS-CNF-USER-ID         PIC X(08)      VALUE SPACES.
               10 WS-CNF-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
               10 WS-CNF-PO-NUMBER       PIC X(06)      VALUE SPACES.
               10 WS-CNF-DATE-1          PIC 9(08)      VALUE 0.
               10 WS-CNF-DATE-2          PIC 9(08)      VALUE 0.
               10 WS-CNF-EXCEPTION-SLOT  PIC 9(03)      VALUE 0.
               10 WS-CNF-STATUS          PIC X(01)      VALUE SPACE.
                  88 WS-CNF-OPEN                        VALUE 'O'.
                  88 WS-CNF-ACCEPTED                    VALUE 'A'.
                  88 WS-CNF-EXPIRED                     VALUE 'E'.

      *    The activity row being added.
       01  WS-NEW-EVENT.
           05 WS-NEW-USER-ID             PIC X(08)      VALUE SPACES.
           05 WS-NEW-FUNCTION            PIC X(08)      VALUE SPACES.
              88 WS-KNOWN-FUNCTION       VALUES 'POKEY   '
                                                'POAPPR  '
                                                'RECEIVE '
                                                'EFTKEY  '
                                                'EFTRLSE '
                                                'INVRSLV '
                                                'CHKVOID '.
           05 WS-NEW-SUPPLIER-CODE       PIC X(10)      VALUE SPACES.
           05 WS-NEW-PO-NUMBER           PIC X(06)      VALUE SPACES.
           05 WS-NEW-DATE                PIC 9(08)      VALUE 0.

       01  WS-RUN-COUNTS.
           05 WS-RULES-REJECTED          PIC 9(03)      VALUE 0.
           05 WS-MASTER-READ             PIC 9(07)      VALUE 0.
           05 WS-JOURNAL-READ            PIC 9(07)      VALUE 0.
           05 WS-APPROVALS-READ          PIC 9(07)      VALUE 0.
           05 WS-EFT-ROWS-READ           PIC 9(07)      VALUE 0.
           05 WS-EXCEPTIONS-READ         PIC 9(07)      VALUE 0.
           05 WS-CHECK-TRANS-READ        PIC 9(07)      VALUE 0.
           05 WS-OPEN-COUNT              PIC 9(05)      VALUE 0.
           05 WS-ACCEPTED-COUNT          PIC 9(05)      VALUE 0.

       01  WS-FOUND-FLAG                 PIC X(01)      VALUE 'N'.
           88 ENTRY-FOUND                               VALUE 'Y'.
       01  WS-PRIOR-IMAGE-FLAG           PIC X(01)      VALUE 'N'.
           88 PRIOR-IMAGE-FOUND                         VALUE 'Y'.
       01  WS-SLOT                       PIC 9(05)      VALUE 0.
       01  WS-IMG-SLOT                   PIC 9(05)      VALUE 0.
       01  WS-BC-SUB                     PIC 9(01)      VALUE 0.
       01  WS-JOURNAL-FUNCTION           PIC X(08)      VALUE SPACES.
       01  WS-CONFLICT-PO                PIC X(06)      VALUE SPACES.

       01  SODRULE-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-RULES                             VALUE 'Y'.
       01  SODEXCP-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-ACCEPTED                          VALUE 'Y'.
       01  USERAUTH-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-AUTH-ROWS                         VALUE 'Y'.
       01  PART-SUPP-EOF                 PIC X(01)      VALUE 'N'.
           88 NO-MORE-PART-SUPP                         VALUE 'Y'.
       01  MSTRJRNL-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-JOURNAL                           VALUE 'Y'.
       01  APPRPOS-EOF                   PIC X(01)      VALUE 'N'.
           88 NO-MORE-APPROVALS                         VALUE 'Y'.
       01  EFTAUDIT-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-EFT-AUDIT                         VALUE 'Y'.
       01  EXCPWORK-EOF                  PIC X(01)      VALUE 'N'.
           88 NO-MORE-EXCEPTIONS                        VALUE 'Y'.
       01  CHKREG-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-CHECKS                            VALUE 'Y'.
       01  CHKTRN-EOF                    PIC X(01)      VALUE 'N'.
           88 NO-MORE-CHECK-TRANS                       VALUE 'Y'.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(40)      VALUE
               'SEGREGATION-OF-DUTIES CONFLICTS - RUN DA'.
           05  FILLER              PIC X(03)      VALUE 'TE '.
           05  RPH-RUN-DATE        PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(81)      VALUE SPACES.

       01  WS-RPT-OPEN-TITLE.
           05  FILLER              PIC X(40)      VALUE
               'OPEN CONFLICTS - NO ACCEPTED EXCEPTION  '.
           05  FILLER              PIC X(92)      VALUE SPACES.

       01  WS-RPT-ACCEPTED-TITLE.
           05  FILLER              PIC X(40)      VALUE
               'CONFLICTS COVERED BY AN ACCEPTED EXCEPTI'.
           05  FILLER              PIC X(02)      VALUE 'ON'.
           05  FILLER              PIC X(90)      VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(40)      VALUE
               'RULE  USER      R  SUPPLIER    PO      F'.
           05  FILLER              PIC X(40)      VALUE
               'UNCTION DATE      FUNCTION DATE      NOT'.
           05  FILLER              PIC X(40)      VALUE
               'E                                       '.
           05  FILLER              PIC X(12)      VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPD-RULE-ID         PIC X(04)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-USER-ID         PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-ROLE            PIC X(01)      VALUE SPACE.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-SUPPLIER-CODE   PIC X(10)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-PO-NUMBER       PIC X(06)      VALUE SPACES.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-FUNCTION-1      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-DATE-1          PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-FUNCTION-2      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE SPACE.
           05  RPD-DATE-2          PIC 9(08)      VALUE ZERO.
           05  FILLER              PIC X(02)      VALUE SPACES.
           05  RPD-NOTE            PIC X(45)      VALUE SPACES.
           05  RPD-NOTE-EXPIRED REDEFINES RPD-NOTE.
               10  FILLER          PIC X(27).
               10  RPD-EXPIRED-ON  PIC 9(08).
               10  FILLER          PIC X(10).
           05  RPD-NOTE-ACCEPTED REDEFINES RPD-NOTE.
               10  RPD-ACCEPTED-BY PIC X(08).
               10  FILLER          PIC X(01).
               10  RPD-ACCEPTED-ON PIC 9(08).
               10  FILLER          PIC X(01).
               10  RPD-REASON      PIC X(27).
           05  FILLER              PIC X(10)      VALUE SPACES.

       01  WS-RPT-NONE.
           05  FILLER              PIC X(40)      VALUE
               '  NONE                                  '.
           05  FILLER              PIC X(92)      VALUE SPACES.

       01  WS-RPT-BLANK                  PIC X(132)     VALUE SPACES.

       01  WS-RPT-TRAILER.
           05  FILLER              PIC X(16)      VALUE
               'RULES CHECKED: '.
           05  RPX-RULES           PIC ZZ9        VALUE ZERO.
           05  FILLER              PIC X(20)      VALUE
               '   ACTIVITY ROWS: '.
           05  RPX-EVENTS          PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(20)      VALUE
               '   OPEN CONFLICTS: '.
           05  RPX-OPEN            PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(14)      VALUE
               '   ACCEPTED: '.
           05  RPX-ACCEPTED        PIC ZZZZ9      VALUE ZERO.
           05  FILLER              PIC X(44)      VALUE SPACES.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
      *--------------------------------------------------------------
           PERFORM 000-INIT.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-LOAD-RULES.
           PERFORM 220-LOAD-ACCEPTED-EXCEPTIONS.
           PERFORM 240-LOAD-USERAUTH.
           PERFORM 260-LOAD-CHECK-REGISTER.
           PERFORM 300-SCAN-MASTER.
           PERFORM 400-SCAN-JOURNAL.
           PERFORM 500-SCAN-APPROVALS.
           PERFORM 520-SCAN-EFT-AUDIT.
           PERFORM 540-SCAN-INVOICE-EXCEPTIONS.
           PERFORM 560-SCAN-CHECK-TRANS.
           PERFORM 600-MATCH-RULES.
           PERFORM 700-PRINT-REPORT.
           PERFORM 1000-CLOSE-END.
           DISPLAY 'SODCHECK COMPLETE - RULES: ' WS-RUL-COUNT
              ' ACTIVITY ROWS: ' WS-EVT-COUNT
              ' OPEN CONFLICTS: ' WS-OPEN-COUNT
              ' ACCEPTED: ' WS-ACCEPTED-COUNT.
           GOBACK.

       000-INIT.
           INITIALIZE WS-RUL-COUNT.
           INITIALIZE WS-RULE-TABLE.
           INITIALIZE WS-AEX-COUNT.
           INITIALIZE WS-ACCEPTED-TABLE.
           INITIALIZE WS-USR-COUNT.
           INITIALIZE WS-USER-TABLE.
           INITIALIZE WS-CHK-COUNT.
           INITIALIZE WS-CHECK-TABLE.
           INITIALIZE WS-IMG-COUNT.
           INITIALIZE WS-IMAGE-TABLE.
           INITIALIZE WS-EVT-COUNT.
           INITIALIZE WS-EVENT-TABLE.
           INITIALIZE WS-CNF-COUNT.
           INITIALIZE WS-CONFLICT-TABLE.
           INITIALIZE WS-RUN-COUNTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAYS-DATE.
           MOVE 'N' TO SODRULE-EOF.
           MOVE 'N' TO SODEXCP-EOF.
           MOVE 'N' TO USERAUTH-EOF.
           MOVE 'N' TO PART-SUPP-EOF.
           MOVE 'N' TO MSTRJRNL-EOF.
           MOVE 'N' TO APPRPOS-EOF.
           MOVE 'N' TO EFTAUDIT-EOF.
           MOVE 'N' TO EXCPWORK-EOF.
           MOVE 'N' TO CHKREG-EOF.
           MOVE 'N' TO CHKTRN-EOF.

       100-OPEN-FILES.
           OPEN INPUT SODRULE-REC.
           OPEN INPUT PART-SUPP-IN.
           OPEN OUTPUT SODRPT-REC.

       200-LOAD-RULES.
           READ SODRULE-REC
              AT END MOVE 'Y' TO SODRULE-EOF
           END-READ
           PERFORM UNTIL NO-MORE-RULES
              MOVE SR-FUNCTION-1 TO WS-NEW-FUNCTION
              EVALUATE TRUE
                 WHEN SR-RULE-ID = SPACES
                    ADD 1 TO WS-RULES-REJECTED
                    DISPLAY 'SODCHECK RULE REJECTED - NO RULE ID: '
                       SODRULE-RECORD(1:20)
                 WHEN NOT WS-KNOWN-FUNCTION
                    ADD 1 TO WS-RULES-REJECTED
                    DISPLAY 'SODCHECK RULE REJECTED - UNKNOWN '
                       'FUNCTION: ' SR-RULE-ID ' ' SR-FUNCTION-1
                 WHEN OTHER
                    MOVE SR-FUNCTION-2 TO WS-NEW-FUNCTION
                    EVALUATE TRUE
                       WHEN NOT WS-KNOWN-FUNCTION
                          ADD 1 TO WS-RULES-REJECTED
                          DISPLAY 'SODCHECK RULE REJECTED - UNKNOWN '
                             'FUNCTION: ' SR-RULE-ID ' '
                             SR-FUNCTION-2
                       WHEN SR-FUNCTION-2 = SR-FUNCTION-1
                          ADD 1 TO WS-RULES-REJECTED
                          DISPLAY 'SODCHECK RULE REJECTED - SAME '
                             'FUNCTION TWICE: ' SR-RULE-ID
                       WHEN WS-RUL-COUNT >= 100
                          ADD 1 TO WS-RULES-REJECTED
                          DISPLAY 'SODCHECK RULE TABLE FULL: '
                             SR-RULE-ID
                       WHEN OTHER
                          ADD 1 TO WS-RUL-COUNT
                          SET RUL-IDX TO WS-RUL-COUNT
                          MOVE SR-RULE-ID TO WS-RUL-RULE-ID(RUL-IDX)
                          MOVE SR-FUNCTION-1
                             TO WS-RUL-FUNCTION-1(RUL-IDX)
                          MOVE SR-FUNCTION-2
                             TO WS-RUL-FUNCTION-2(RUL-IDX)
                          MOVE SR-DESCRIPTION
                             TO WS-RUL-DESCRIPTION(RUL-IDX)
                    END-EVALUATE
              END-EVALUATE
              READ SODRULE-REC
                 AT END MOVE 'Y' TO SODRULE-EOF
              END-READ
           END-PERFORM
           .

       220-LOAD-ACCEPTED-EXCEPTIONS.
           OPEN INPUT SODEXCP-REC
           IF WS-SODEXCP-FILE-STATUS = '00'
              READ SODEXCP-REC
                 AT END MOVE 'Y' TO SODEXCP-EOF
              END-READ
              PERFORM UNTIL NO-MORE-ACCEPTED
                 EVALUATE TRUE
                    WHEN SX-RULE-ID = SPACES
                         OR SX-USER-ID = SPACES
                         OR SX-EXPIRY-DATE NOT NUMERIC
                       DISPLAY 'SODCHECK EXCEPTION IGNORED: '
                          SODEXCP-RECORD(1:28)
                    WHEN WS-AEX-COUNT >= 500
                       DISPLAY 'SODCHECK EXCEPTION TABLE FULL: '
                          SX-RULE-ID ' ' SX-USER-ID
                    WHEN OTHER
                       ADD 1 TO WS-AEX-COUNT
                       SET AEX-IDX TO WS-AEX-COUNT
                       MOVE SX-RULE-ID TO WS-AEX-RULE-ID(AEX-IDX)
                       MOVE SX-USER-ID TO WS-AEX-USER-ID(AEX-IDX)
                       MOVE SX-SUPPLIER-CODE
                          TO WS-AEX-SUPPLIER-CODE(AEX-IDX)
                       MOVE SX-PO-NUMBER TO WS-AEX-PO-NUMBER(AEX-IDX)
                       MOVE SX-ACCEPTED-BY
                          TO WS-AEX-ACCEPTED-BY(AEX-IDX)
                       MOVE SX-ACCEPTED-DATE
                          TO WS-AEX-ACCEPTED-DATE(AEX-IDX)
                       MOVE SX-EXPIRY-DATE
                          TO WS-AEX-EXPIRY-DATE(AEX-IDX)
                       MOVE SX-REASON TO WS-AEX-REASON(AEX-IDX)
                 END-EVALUATE
                 READ SODEXCP-REC
                    AT END MOVE 'Y' TO SODEXCP-EOF
                 END-READ
              END-PERFORM
              CLOSE SODEXCP-REC
           END-IF
           .

       240-LOAD-USERAUTH.
           OPEN INPUT USERAUTH-REC
           IF WS-USERAUTH-FILE-STATUS = '00'
              READ USERAUTH-REC
                 AT END MOVE 'Y' TO USERAUTH-EOF
              END-READ
              PERFORM UNTIL NO-MORE-AUTH-ROWS
                 IF WS-USR-COUNT < 500
                    ADD 1 TO WS-USR-COUNT
                    SET USR-IDX TO WS-USR-COUNT
                    MOVE UA-USER-ID TO WS-USR-USER-ID(USR-IDX)
                    MOVE UA-ROLE TO WS-USR-ROLE(USR-IDX)
                    PERFORM VARYING WS-BC-SUB FROM 1 BY 1
                       UNTIL WS-BC-SUB > 5
                          MOVE UA-BUYER-CODE(WS-BC-SUB)
                             TO WS-USR-BUYER-CODE(USR-IDX, WS-BC-SUB)
                    END-PERFORM
                 ELSE
                    DISPLAY 'SODCHECK USER TABLE FULL: ' UA-USER-ID
                 END-IF
                 READ USERAUTH-REC
                    AT END MOVE 'Y' TO USERAUTH-EOF
                 END-READ
              END-PERFORM
              CLOSE USERAUTH-REC
           END-IF
           .

       260-LOAD-CHECK-REGISTER.
           OPEN INPUT CHKREG-REC
           IF WS-CHKREG-FILE-STATUS = '00'
              READ CHKREG-REC
                 AT END MOVE 'Y' TO CHKREG-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CHECKS
                 IF WS-CHK-COUNT < 5000
                    ADD 1 TO WS-CHK-COUNT
                    SET CHK-IDX TO WS-CHK-COUNT
                    MOVE CK-CHECK-NUMBER
                       TO WS-CHK-CHECK-NUMBER(CHK-IDX)
                    MOVE CK-SUPPLIER-CODE
                       TO WS-CHK-SUPPLIER-CODE(CHK-IDX)
                    MOVE CK-STATUS-DATE
                       TO WS-CHK-STATUS-DATE(CHK-IDX)
                 ELSE
                    DISPLAY 'SODCHECK CHECK TABLE FULL: '
                       CK-CHECK-NUMBER
                 END-IF
                 READ CHKREG-REC
                    AT END MOVE 'Y' TO CHKREG-EOF
                 END-READ
              END-PERFORM
              CLOSE CHKREG-REC
           END-IF
           .

      *    Who could have keyed each PO on the master - the users
      *    USERAUTH authorizes for its BUYER-CODE.
       300-SCAN-MASTER.
           READ PART-SUPP-IN INTO PART-SUPP-ADDR-PO
              AT END MOVE 'Y' TO PART-SUPP-EOF
           END-READ
           PERFORM UNTIL NO-MORE-PART-SUPP
              ADD 1 TO WS-MASTER-READ
              PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                 IF PO-NUMBER(PO-IDX) NOT = SPACES
                    AND BUYER-CODE(PO-IDX) NOT = SPACES
                    PERFORM 310-POST-BUYER-USERS
                 END-IF
              END-PERFORM
              READ PART-SUPP-IN INTO PART-SUPP-ADDR-PO
                 AT END MOVE 'Y' TO PART-SUPP-EOF
              END-READ
           END-PERFORM
           .

       310-POST-BUYER-USERS.
           PERFORM VARYING USR-IDX FROM 1 BY 1
              UNTIL USR-IDX > WS-USR-COUNT
                 PERFORM VARYING WS-BC-SUB FROM 1 BY 1
                    UNTIL WS-BC-SUB > 5
                       IF WS-USR-BUYER-CODE(USR-IDX, WS-BC-SUB) =
                          BUYER-CODE(PO-IDX)
                          MOVE WS-USR-USER-ID(USR-IDX)
                             TO WS-NEW-USER-ID
                          MOVE 'POKEY' TO WS-NEW-FUNCTION
                          MOVE SUPPLIER-CODE TO WS-NEW-SUPPLIER-CODE
                          MOVE PO-NUMBER(PO-IDX) TO WS-NEW-PO-NUMBER
                          MOVE ORDER-DATE(PO-IDX) TO WS-NEW-DATE
                          PERFORM 800-ADD-EVENT
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

      *    Every after-image updates the previous-image table; only
      *    the online transactions' images, signed by a person, post
      *    activity.
       400-SCAN-JOURNAL.
           OPEN INPUT MSTRJRNL-REC
           IF WS-MSTRJRNL-FILE-STATUS = '00'
              READ MSTRJRNL-REC
                 AT END MOVE 'Y' TO MSTRJRNL-EOF
              END-READ
              PERFORM UNTIL NO-MORE-JOURNAL
                 ADD 1 TO WS-JOURNAL-READ
                 MOVE MJ-AFTER-IMAGE TO PART-SUPP-ADDR-PO
                 EVALUATE TRUE
                    WHEN LAST-UPDATE-USER-ID = SPACES
                       MOVE SPACES TO WS-JOURNAL-FUNCTION
                    WHEN LAST-UPDATE-USER-ID = MJ-PROGRAM-ID
                       MOVE SPACES TO WS-JOURNAL-FUNCTION
                    WHEN MJ-PROGRAM-ID = 'PARTPOU'
                       MOVE 'POKEY' TO WS-JOURNAL-FUNCTION
                    WHEN MJ-PROGRAM-ID = 'RCVDOCK'
                       MOVE 'RECEIVE' TO WS-JOURNAL-FUNCTION
                    WHEN OTHER
                       MOVE SPACES TO WS-JOURNAL-FUNCTION
                 END-EVALUATE
                 PERFORM 410-FIND-PRIOR-IMAGE
                 PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
                    PERFORM 420-POST-JOURNAL-SLOT
                 END-PERFORM
                 READ MSTRJRNL-REC
                    AT END MOVE 'Y' TO MSTRJRNL-EOF
                 END-READ
              END-PERFORM
              CLOSE MSTRJRNL-REC
           END-IF
           .

       410-FIND-PRIOR-IMAGE.
           MOVE 'N' TO WS-PRIOR-IMAGE-FLAG
           MOVE 0 TO WS-IMG-SLOT
           PERFORM VARYING IMG-IDX FROM 1 BY 1
              UNTIL IMG-IDX > WS-IMG-COUNT OR PRIOR-IMAGE-FOUND
                 IF WS-IMG-PART-NUMBER(IMG-IDX) = PART-NUMBER
                    AND WS-IMG-SUPPLIER-CODE(IMG-IDX) = SUPPLIER-CODE
                    MOVE 'Y' TO WS-PRIOR-IMAGE-FLAG
                    SET WS-IMG-SLOT TO IMG-IDX
                 END-IF
           END-PERFORM
           IF NOT PRIOR-IMAGE-FOUND
              IF WS-IMG-COUNT < 2000
                 ADD 1 TO WS-IMG-COUNT
                 MOVE WS-IMG-COUNT TO WS-IMG-SLOT
                 MOVE PART-NUMBER TO WS-IMG-PART-NUMBER(WS-IMG-SLOT)
                 MOVE SUPPLIER-CODE
                    TO WS-IMG-SUPPLIER-CODE(WS-IMG-SLOT)
              ELSE
                 DISPLAY 'SODCHECK IMAGE TABLE FULL: ' PART-NUMBER
              END-IF
           END-IF
           .

      *    A slot counts when it changed since the pair's previous
      *    after-image, or on the pair's first image when it holds
      *    a PO (a receipt, for RCVDOCK).
       420-POST-JOURNAL-SLOT.
           IF WS-JOURNAL-FUNCTION NOT = SPACES
              AND PO-NUMBER(PO-IDX) NOT = SPACES
              MOVE 'N' TO WS-FOUND-FLAG
              EVALUATE TRUE
                 WHEN PRIOR-IMAGE-FOUND
                    IF PURCHASE-ORDER(PO-IDX) NOT =
                       WS-IMG-PO-SLOT(WS-IMG-SLOT, PO-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
                    END-IF
                 WHEN WS-JOURNAL-FUNCTION = 'RECEIVE'
                    IF RECEIVED-QUANTITY(PO-IDX) > 0
                       MOVE 'Y' TO WS-FOUND-FLAG
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO WS-FOUND-FLAG
              END-EVALUATE
              IF ENTRY-FOUND
                 MOVE LAST-UPDATE-USER-ID TO WS-NEW-USER-ID
                 MOVE WS-JOURNAL-FUNCTION TO WS-NEW-FUNCTION
                 MOVE SUPPLIER-CODE TO WS-NEW-SUPPLIER-CODE
                 MOVE PO-NUMBER(PO-IDX) TO WS-NEW-PO-NUMBER
                 MOVE MJ-JOURNAL-DATE TO WS-NEW-DATE
                 PERFORM 800-ADD-EVENT
              END-IF
           END-IF
           IF WS-IMG-SLOT > 0
              MOVE PURCHASE-ORDER(PO-IDX)
                 TO WS-IMG-PO-SLOT(WS-IMG-SLOT, PO-IDX)
           END-IF
           .

       500-SCAN-APPROVALS.
           OPEN INPUT RELEASED-REC
           IF WS-APPRPOS-FILE-STATUS = '00'
              READ RELEASED-REC
                 AT END MOVE 'Y' TO APPRPOS-EOF
              END-READ
              PERFORM UNTIL NO-MORE-APPROVALS
                 ADD 1 TO WS-APPROVALS-READ
                 IF REL-APPROVED-BY NOT = SPACES
                    MOVE REL-APPROVED-BY TO WS-NEW-USER-ID
                    MOVE 'POAPPR' TO WS-NEW-FUNCTION
                    MOVE REL-SUPPLIER-CODE TO WS-NEW-SUPPLIER-CODE
                    MOVE REL-PO-NUMBER TO WS-NEW-PO-NUMBER
                    MOVE REL-APPROVED-DATE TO WS-NEW-DATE
                    PERFORM 800-ADD-EVENT
                 END-IF
                 READ RELEASED-REC
                    AT END MOVE 'Y' TO APPRPOS-EOF
                 END-READ
              END-PERFORM
              CLOSE RELEASED-REC
           END-IF
           .

      *    Bank details belong to the supplier, not to a PO.
       520-SCAN-EFT-AUDIT.
           OPEN INPUT EFTAUDIT-REC
           IF WS-EFTAUDIT-FILE-STATUS = '00'
              READ EFTAUDIT-REC
                 AT END MOVE 'Y' TO EFTAUDIT-EOF
              END-READ
              PERFORM UNTIL NO-MORE-EFT-AUDIT
                 ADD 1 TO WS-EFT-ROWS-READ
                 MOVE SPACES TO WS-NEW-FUNCTION
                 EVALUATE TRUE
                    WHEN EAU-ADD OR EAU-CHANGE
                       MOVE 'EFTKEY' TO WS-NEW-FUNCTION
                    WHEN EAU-RELEASE
                       MOVE 'EFTRLSE' TO WS-NEW-FUNCTION
                 END-EVALUATE
                 IF WS-NEW-FUNCTION NOT = SPACES
                    AND EAU-USER-ID NOT = SPACES
                    MOVE EAU-USER-ID TO WS-NEW-USER-ID
                    MOVE EAU-SUPPLIER-CODE TO WS-NEW-SUPPLIER-CODE
                    MOVE SPACES TO WS-NEW-PO-NUMBER
                    MOVE EAU-CHANGE-DATE TO WS-NEW-DATE
                    PERFORM 800-ADD-EVENT
                 END-IF
                 READ EFTAUDIT-REC
                    AT END MOVE 'Y' TO EFTAUDIT-EOF
                 END-READ
              END-PERFORM
              CLOSE EFTAUDIT-REC
           END-IF
           .

       540-SCAN-INVOICE-EXCEPTIONS.
           OPEN INPUT EXCPWORK-REC
           IF WS-EXCPWORK-FILE-STATUS = '00'
              READ EXCPWORK-REC
                 AT END MOVE 'Y' TO EXCPWORK-EOF
              END-READ
              PERFORM UNTIL NO-MORE-EXCEPTIONS
                 ADD 1 TO WS-EXCEPTIONS-READ
                 IF EX-STATUS-RESOLVED
                    AND EX-WORKED-BY NOT = SPACES
                    MOVE EX-WORKED-BY TO WS-NEW-USER-ID
                    MOVE 'INVRSLV' TO WS-NEW-FUNCTION
                    MOVE EX-SUPPLIER-CODE TO WS-NEW-SUPPLIER-CODE
                    MOVE EX-PO-NUMBER TO WS-NEW-PO-NUMBER
                    MOVE EX-EXCEPTION-DATE TO WS-NEW-DATE
                    PERFORM 800-ADD-EVENT
                 END-IF
                 READ EXCPWORK-REC
                    AT END MOVE 'Y' TO EXCPWORK-EOF
                 END-READ
              END-PERFORM
              CLOSE EXCPWORK-REC
           END-IF
           .

      *    A check on no register row has no supplier to tie to and
      *    is passed over.
       560-SCAN-CHECK-TRANS.
           OPEN INPUT CHKTRN-REC
           IF WS-CHKTRN-FILE-STATUS = '00'
              READ CHKTRN-REC
                 AT END MOVE 'Y' TO CHKTRN-EOF
              END-READ
              PERFORM UNTIL NO-MORE-CHECK-TRANS
                 ADD 1 TO WS-CHECK-TRANS-READ
                 IF (CKT-VOID OR CKT-REISSUE)
                    AND CKT-USER-ID NOT = SPACES
                    MOVE 'N' TO WS-FOUND-FLAG
                    PERFORM VARYING CHK-IDX FROM 1 BY 1
                       UNTIL CHK-IDX > WS-CHK-COUNT OR ENTRY-FOUND
                          IF WS-CHK-CHECK-NUMBER(CHK-IDX) =
                             CKT-CHECK-NUMBER
                             MOVE 'Y' TO WS-FOUND-FLAG
                             MOVE CKT-USER-ID TO WS-NEW-USER-ID
                             MOVE 'CHKVOID' TO WS-NEW-FUNCTION
                             MOVE WS-CHK-SUPPLIER-CODE(CHK-IDX)
                                TO WS-NEW-SUPPLIER-CODE
                             MOVE SPACES TO WS-NEW-PO-NUMBER
                             MOVE WS-CHK-STATUS-DATE(CHK-IDX)
                                TO WS-NEW-DATE
                             PERFORM 800-ADD-EVENT
                          END-IF
                    END-PERFORM
                 END-IF
                 READ CHKTRN-REC
                    AT END MOVE 'Y' TO CHKTRN-EOF
                 END-READ
              END-PERFORM
              CLOSE CHKTRN-REC
           END-IF
           .

      *    Every first-side activity against every second-side
      *    activity by the same user on the same supplier - and the
      *    same PO when both name one.
       600-MATCH-RULES.
           PERFORM VARYING RUL-IDX FROM 1 BY 1
              UNTIL RUL-IDX > WS-RUL-COUNT
                 PERFORM VARYING EVT-IDX FROM 1 BY 1
                    UNTIL EVT-IDX > WS-EVT-COUNT
                       IF WS-EVT-FUNCTION(EVT-IDX) =
                          WS-RUL-FUNCTION-1(RUL-IDX)
                          PERFORM 610-MATCH-SECOND-SIDE
                       END-IF
                 END-PERFORM
           END-PERFORM
           .

       610-MATCH-SECOND-SIDE.
           PERFORM VARYING EVT-IDX2 FROM 1 BY 1
              UNTIL EVT-IDX2 > WS-EVT-COUNT
                 IF WS-EVT-FUNCTION(EVT-IDX2) =
                    WS-RUL-FUNCTION-2(RUL-IDX)
                    AND WS-EVT-USER-ID(EVT-IDX2) =
                        WS-EVT-USER-ID(EVT-IDX)
                    AND WS-EVT-SUPPLIER-CODE(EVT-IDX2) =
                        WS-EVT-SUPPLIER-CODE(EVT-IDX)
                    AND (WS-EVT-PO-NUMBER(EVT-IDX) = SPACES
                         OR WS-EVT-PO-NUMBER(EVT-IDX2) = SPACES
                         OR WS-EVT-PO-NUMBER(EVT-IDX2) =
                            WS-EVT-PO-NUMBER(EVT-IDX))
                    PERFORM 620-ADD-CONFLICT
                 END-IF
           END-PERFORM
           .

       620-ADD-CONFLICT.
           IF WS-EVT-PO-NUMBER(EVT-IDX) NOT = SPACES
              MOVE WS-EVT-PO-NUMBER(EVT-IDX) TO WS-CONFLICT-PO
           ELSE
              MOVE WS-EVT-PO-NUMBER(EVT-IDX2) TO WS-CONFLICT-PO
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING CNF-IDX FROM 1 BY 1
              UNTIL CNF-IDX > WS-CNF-COUNT OR ENTRY-FOUND
                 IF WS-CNF-RULE-SLOT(CNF-IDX) = RUL-IDX
                    AND WS-CNF-USER-ID(CNF-IDX) =
                        WS-EVT-USER-ID(EVT-IDX)
                    AND WS-CNF-SUPPLIER-CODE(CNF-IDX) =
                        WS-EVT-SUPPLIER-CODE(EVT-IDX)
                    AND WS-CNF-PO-NUMBER(CNF-IDX) = WS-CONFLICT-PO
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 CONTINUE
              WHEN WS-CNF-COUNT >= 2000
                 DISPLAY 'SODCHECK CONFLICT TABLE FULL: '
                    WS-RUL-RULE-ID(RUL-IDX) ' '
                    WS-EVT-USER-ID(EVT-IDX)
              WHEN OTHER
                 ADD 1 TO WS-CNF-COUNT
                 SET CNF-IDX TO WS-CNF-COUNT
                 SET WS-CNF-RULE-SLOT(CNF-IDX) TO RUL-IDX
                 MOVE WS-EVT-USER-ID(EVT-IDX) TO WS-CNF-USER-ID(CNF-IDX)
                 MOVE WS-EVT-SUPPLIER-CODE(EVT-IDX)
                    TO WS-CNF-SUPPLIER-CODE(CNF-IDX)
                 MOVE WS-CONFLICT-PO TO WS-CNF-PO-NUMBER(CNF-IDX)
                 MOVE WS-EVT-DATE(EVT-IDX) TO WS-CNF-DATE-1(CNF-IDX)
                 MOVE WS-EVT-DATE(EVT-IDX2) TO WS-CNF-DATE-2(CNF-IDX)
                 PERFORM 630-CHECK-ACCEPTED
           END-EVALUATE
           .

      *    An unexpired exception for the rule and user covers the
      *    conflict when its supplier and PO are blank or match; an
      *    expired one is remembered so the open line can say so.
       630-CHECK-ACCEPTED.
           MOVE 'O' TO WS-CNF-STATUS(CNF-IDX)
           MOVE 0 TO WS-CNF-EXCEPTION-SLOT(CNF-IDX)
           PERFORM VARYING AEX-IDX FROM 1 BY 1
              UNTIL AEX-IDX > WS-AEX-COUNT
                 OR WS-CNF-ACCEPTED(CNF-IDX)
                 IF WS-AEX-RULE-ID(AEX-IDX) = WS-RUL-RULE-ID(RUL-IDX)
                    AND WS-AEX-USER-ID(AEX-IDX) =
                        WS-CNF-USER-ID(CNF-IDX)
                    AND (WS-AEX-SUPPLIER-CODE(AEX-IDX) = SPACES
                         OR WS-AEX-SUPPLIER-CODE(AEX-IDX) =
                            WS-CNF-SUPPLIER-CODE(CNF-IDX))
                    AND (WS-AEX-PO-NUMBER(AEX-IDX) = SPACES
                         OR WS-AEX-PO-NUMBER(AEX-IDX) =
                            WS-CNF-PO-NUMBER(CNF-IDX))
                    IF WS-AEX-EXPIRY-DATE(AEX-IDX) = 0
                       OR WS-AEX-EXPIRY-DATE(AEX-IDX) NOT <
                          WS-TODAYS-DATE
                       MOVE 'A' TO WS-CNF-STATUS(CNF-IDX)
                    ELSE
                       MOVE 'E' TO WS-CNF-STATUS(CNF-IDX)
                    END-IF
                    SET WS-CNF-EXCEPTION-SLOT(CNF-IDX) TO AEX-IDX
                 END-IF
           END-PERFORM
           .

       700-PRINT-REPORT.
           MOVE WS-TODAYS-DATE TO RPH-RUN-DATE
           WRITE SODRPT-RECORD FROM WS-RPT-HEADING
           WRITE SODRPT-RECORD FROM WS-RPT-BLANK
           WRITE SODRPT-RECORD FROM WS-RPT-OPEN-TITLE
           WRITE SODRPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING CNF-IDX FROM 1 BY 1
              UNTIL CNF-IDX > WS-CNF-COUNT
                 IF NOT WS-CNF-ACCEPTED(CNF-IDX)
                    ADD 1 TO WS-OPEN-COUNT
                    PERFORM 710-FORMAT-CONFLICT
                    IF WS-CNF-EXPIRED(CNF-IDX)
                       MOVE 'ACCEPTED EXCEPTION EXPIRED'
                          TO RPD-NOTE
                       SET AEX-IDX TO WS-CNF-EXCEPTION-SLOT(CNF-IDX)
                       MOVE WS-AEX-EXPIRY-DATE(AEX-IDX)
                          TO RPD-EXPIRED-ON
                    ELSE
                       MOVE WS-RUL-DESCRIPTION(RUL-IDX) TO RPD-NOTE
                    END-IF
                    WRITE SODRPT-RECORD FROM WS-RPT-DETAIL
                 END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = 0
              WRITE SODRPT-RECORD FROM WS-RPT-NONE
           END-IF
           WRITE SODRPT-RECORD FROM WS-RPT-BLANK
           WRITE SODRPT-RECORD FROM WS-RPT-ACCEPTED-TITLE
           WRITE SODRPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING CNF-IDX FROM 1 BY 1
              UNTIL CNF-IDX > WS-CNF-COUNT
                 IF WS-CNF-ACCEPTED(CNF-IDX)
                    ADD 1 TO WS-ACCEPTED-COUNT
                    PERFORM 710-FORMAT-CONFLICT
                    SET AEX-IDX TO WS-CNF-EXCEPTION-SLOT(CNF-IDX)
                    MOVE SPACES TO RPD-NOTE
                    MOVE WS-AEX-ACCEPTED-BY(AEX-IDX)
                       TO RPD-ACCEPTED-BY
                    MOVE WS-AEX-ACCEPTED-DATE(AEX-IDX)
                       TO RPD-ACCEPTED-ON
                    MOVE WS-AEX-REASON(AEX-IDX) TO RPD-REASON
                    WRITE SODRPT-RECORD FROM WS-RPT-DETAIL
                 END-IF
           END-PERFORM
           IF WS-ACCEPTED-COUNT = 0
              WRITE SODRPT-RECORD FROM WS-RPT-NONE
           END-IF
           WRITE SODRPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-RUL-COUNT TO RPX-RULES
           MOVE WS-EVT-COUNT TO RPX-EVENTS
           MOVE WS-OPEN-COUNT TO RPX-OPEN
           MOVE WS-ACCEPTED-COUNT TO RPX-ACCEPTED
           WRITE SODRPT-RECORD FROM WS-RPT-TRAILER
           .

      *    Leaves RUL-IDX on the conflict's rule for the caller.
       710-FORMAT-CONFLICT.
           SET RUL-IDX TO WS-CNF-RULE-SLOT(CNF-IDX)
           MOVE WS-RUL-RULE-ID(RUL-IDX) TO RPD-RULE-ID
           MOVE WS-CNF-USER-ID(CNF-IDX) TO RPD-USER-ID
           MOVE SPACE TO RPD-ROLE
           PERFORM VARYING USR-IDX FROM 1 BY 1
              UNTIL USR-IDX > WS-USR-COUNT
                 IF WS-USR-USER-ID(USR-IDX) = WS-CNF-USER-ID(CNF-IDX)
                    MOVE WS-USR-ROLE(USR-IDX) TO RPD-ROLE
                 END-IF
           END-PERFORM
           MOVE WS-CNF-SUPPLIER-CODE(CNF-IDX) TO RPD-SUPPLIER-CODE
           MOVE WS-CNF-PO-NUMBER(CNF-IDX) TO RPD-PO-NUMBER
           MOVE WS-RUL-FUNCTION-1(RUL-IDX) TO RPD-FUNCTION-1
           MOVE WS-CNF-DATE-1(CNF-IDX) TO RPD-DATE-1
           MOVE WS-RUL-FUNCTION-2(RUL-IDX) TO RPD-FUNCTION-2
           MOVE WS-CNF-DATE-2(CNF-IDX) TO RPD-DATE-2
           MOVE SPACES TO RPD-NOTE
           .

      *    One activity row per user/function/supplier/PO - a repeat
      *    keeps the earlier date.
       800-ADD-EVENT.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING EVT-IDX FROM 1 BY 1
              UNTIL EVT-IDX > WS-EVT-COUNT OR ENTRY-FOUND
                 IF WS-EVT-USER-ID(EVT-IDX) = WS-NEW-USER-ID
                    AND WS-EVT-FUNCTION(EVT-IDX) = WS-NEW-FUNCTION
                    AND WS-EVT-SUPPLIER-CODE(EVT-IDX) =
                        WS-NEW-SUPPLIER-CODE
                    AND WS-EVT-PO-NUMBER(EVT-IDX) = WS-NEW-PO-NUMBER
                    MOVE 'Y' TO WS-FOUND-FLAG
                    IF WS-NEW-DATE < WS-EVT-DATE(EVT-IDX)
                       MOVE WS-NEW-DATE TO WS-EVT-DATE(EVT-IDX)
                    END-IF
                 END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN ENTRY-FOUND
                 CONTINUE
              WHEN WS-EVT-COUNT >= 5000
                 DISPLAY 'SODCHECK ACTIVITY TABLE FULL: '
                    WS-NEW-USER-ID ' ' WS-NEW-FUNCTION
              WHEN OTHER
                 ADD 1 TO WS-EVT-COUNT
                 SET EVT-IDX TO WS-EVT-COUNT
                 MOVE WS-NEW-USER-ID TO WS-EVT-USER-ID(EVT-IDX)
                 MOVE WS-NEW-FUNCTION TO WS-EVT-FUNCTION(EVT-IDX)
                 MOVE WS-NEW-SUPPLIER-CODE
                    TO WS-EVT-SUPPLIER-CODE(EVT-IDX)
                 MOVE WS-NEW-PO-NUMBER TO WS-EVT-PO-NUMBER(EVT-IDX)
                 MOVE WS-NEW-DATE TO WS-EVT-DATE(EVT-IDX)
           END-EVALUATE
           .

       1000-CLOSE-END.
           CLOSE SODRULE-REC.
           CLOSE PART-SUPP-IN.
           CLOSE SODRPT-REC.
