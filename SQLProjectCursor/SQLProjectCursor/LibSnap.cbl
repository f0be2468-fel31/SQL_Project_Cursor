       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBSNAP.
      *> -------------------------------------------
      *> LIBSNAP - full unload, verified reload and
      *> compare of the Library database, for disaster
      *> recovery rehearsals and the year-end snapshot
      *> the auditors ask for.  Every table goes to its
      *> own flat file, named for the snapshot and the
      *> table's copybook ('YE2026.LOANHIST'), 250-byte
      *> records:
      *>   'H' header  - table name, snapshot name,
      *>                 unload date and time, the
      *>                 copybook, and the row image's
      *>                 length and column count
      *>   'D' detail  - one per row: a NULL flag per
      *>                 column ('N' = NULL, in column
      *>                 order) and the row image, laid
      *>                 out exactly as the copybook's
      *>                 DCL host-variable group
      *>   'T' trailer - row count, a hash total of the
      *>                 rows' keys and the total of the
      *>                 table's money columns
      *> The key hash adds up every byte of each row's
      *> key (the columns the file is in order of) times
      *> its position in the key, so a changed, missing
      *> or transposed key character alters it; the
      *> money total is the sum of the amount columns
      *> (fines, payments, costs, drawer and GL totals).
      *> Which columns are key and money for each table
      *> is the directory below - a table added to the
      *> database needs an entry there, its cursor, and
      *> its FETCH/INSERT paragraphs.
      *> Three modes, on the parameter card:
      *>   'U' unload - writes the files.  After each
      *>       table the live row count is taken again;
      *>       a table that changed while it was being
      *>       unloaded is reported, so run it with the
      *>       desk closed and the nightly stream done.
      *>   'R' reload - rebuilds an EMPTY database from
      *>       a snapshot.  Every file is read through
      *>       and checked against its header and
      *>       trailer first (right table, same layout
      *>       as today's copybook, right snapshot, row
      *>       count, key hash and money total all
      *>       agreeing, nothing after the trailer); one
      *>       file refused, or one table not empty,
      *>       refuses the whole run before a row is
      *>       loaded - half a restore is worse than
      *>       none.  Each table is committed as it is
      *>       loaded and its row count checked against
      *>       the trailer.
      *>   'C' compare - checks the live database
      *>       against a snapshot, table by table, and
      *>       lists each row only in the snapshot, only
      *>       in the database, or in both but changed
      *>       (with the first byte of the row image that
      *>       differs).  Both sides are read in key
      *>       order and matched up.  A file that fails
      *>       its trailer check is reported and that
      *>       table skipped.
      *> JobRunLog itself is snapshotted like any other
      *> table, less this run's own row.
      *> SYSIN (one card):
      *>   cols 1-8  snapshot name - the file name prefix
      *>             (blank = LIBSNAP)
      *>   col  9    'U' = unattended
      *>   col  10   mode 'U', 'R' or 'C' (blank = U)
      *> -------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One file per table - the name is built from the
      *> snapshot name and the table's copybook before each
      *> OPEN.
           SELECT SNAP-FILE ASSIGN TO DYNAMIC WS-SNAP-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-FILE.
       01  SNAP-FILE-RECORD                PIC X(250).
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  MFSQLMESSAGETEXT                PIC X(250).

       01  WS-SNAP-FILE-NAME               PIC X(20).
       01  WS-SNAP-FILE-STATUS             PIC XX.
       01  WS-FILE-SWITCH                  PIC X VALUE 'N'.
           88 SNAP-FILE-DONE               VALUE 'Y'.
       01  WS-LIVE-SWITCH                  PIC X VALUE 'N'.
           88 LIVE-DONE                    VALUE 'Y'.
       01  WS-GOOD-SWITCH                  PIC X VALUE 'N'.
           88 SNAP-FILE-GOOD               VALUE 'Y'.
       01  WS-BLOCK-REASON                 PIC X(40) VALUE SPACES.
       01  WS-REFUSE-REASON                PIC X(40) VALUE SPACES.
       01  WS-TBL-IX                       PIC 9(2).
       01  WS-COL-IX                       PIC 9(2).
       01  WS-SEG-IX                       PIC 9(2).
       01  WS-SEG-OFF                      PIC 9(3).
       01  WS-SEG-LEN                      PIC 9(2).
       01  WS-BYTE-IX                      PIC 9(3).
       01  WS-KEY-LEN                      PIC 9(3).
       01  WS-ROW-KEY                      PIC X(80).
       01  WS-FILE-KEY                     PIC X(80).
       01  WS-LIVE-KEY                     PIC X(80).
       01  WS-ROW-IMAGE                    PIC X(200).
       01  WS-ROW-NULLS                    PIC X(20).
       01  WS-LIVE-IMAGE                   PIC X(200).
       01  WS-LIVE-NULLS                   PIC X(20).
      *> A table's indicator group, moved whole - only as
      *> many entries as the table has columns are used.
       01  WS-IND-IMAGE                    PIC X(40).
       01  WS-IND-TABLE REDEFINES WS-IND-IMAGE.
           03 WS-IND-VALUE                 PIC S9(04) COMP-5
                                           OCCURS 20 TIMES.
      *> Totals for the file being written or read.
       01  WS-FILE-ROWS                    PIC 9(9).
       01  WS-FILE-HASH                    PIC 9(15).
       01  WS-FILE-MONEY                   PIC S9(13)V99.
       01  WS-TABLE-DIFFS                  PIC 9(7).
       01  WS-DIFF-KIND                    PIC X(20).
       01  WS-DIFF-LIST-MAX                PIC 9(3) VALUE 100.
      *> Run totals.
       01  WS-TABLE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-TOTAL-ROWS                   PIC 9(9) VALUE 0.
       01  WS-REFUSED-COUNT                PIC 9(3) VALUE 0.
       01  WS-NOT-EMPTY-COUNT              PIC 9(3) VALUE 0.
       01  WS-MISMATCH-COUNT               PIC 9(3) VALUE 0.
       01  WS-DIFF-COUNT                   PIC 9(7) VALUE 0.
       01  WS-COUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.
      *> -------------------------------------------
      *> The table directory, in reload order - code
      *> tables and masters ahead of the rows that
      *> refer to them.  Per table: name, copybook,
      *> row image length, column count; then up to
      *> ten key columns (offset in the row image and
      *> length, in the order the file is sorted) and
      *> up to four money columns, the same way.
      *> -------------------------------------------
       01  WS-TBL-COUNT                    PIC 9(2) VALUE 40.
       01  WS-SNAP-TABLE-LIST.
           03 FILLER PIC X(29) VALUE
              'CircParm      CIRCPARM  01402'.
           03 FILLER PIC X(50) VALUE
              '00108000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'LibCalendar   CALENDAR  02802'.
           03 FILLER PIC X(50) VALUE
              '00108000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'ItemType      ITEMTYPE  03005'.
           03 FILLER PIC X(50) VALUE
              '00102000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '02604000000000000000'.
           03 FILLER PIC X(29) VALUE
              'SubjectCode   SUBJCODE  02503'.
           03 FILLER PIC X(50) VALUE
              '00103000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'GLAccount     GLACCT    05403'.
           03 FILLER PIC X(50) VALUE
              '00108000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'Operator      OPERATOR  03205'.
           03 FILLER PIC X(50) VALUE
              '00108000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'Publisher     PUBLISHER 04704'.
           03 FILLER PIC X(50) VALUE
              '00104000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'JobStream     JOBDEP    01602'.
           03 FILLER PIC X(50) VALUE
              '00108009080000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'FineCampaign  FINECAMP  07911'.
           03 FILLER PIC X(50) VALUE
              '00102000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'BookFund      BOOKFUND  03305'.
           03 FILLER PIC X(50) VALUE
              '00104005030000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00810000000000000000'.
           03 FILLER PIC X(29) VALUE
              'Patron        PATRON    15818'.
           03 FILLER PIC X(50) VALUE
              '00106000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'PatronArchive PATRONARCH08208'.
           03 FILLER PIC X(50) VALUE
              '00106075080000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'Book          BOOK      12319'.
           03 FILLER PIC X(50) VALUE
              '00106007020000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '08706000000000000000'.
           03 FILLER PIC X(29) VALUE
              'Withdrawal    WITHDRAW  10615'.
           03 FILLER PIC X(50) VALUE
              '00106007020710800000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'PurchaseOrder PURCHORD  11719'.
           03 FILLER PIC X(50) VALUE
              '00106000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '07506000000000000000'.
           03 FILLER PIC X(29) VALUE
              'OrderReceipt  PORECV    05309'.
           03 FILLER PIC X(50) VALUE
              '00106007080150102506031020331301603019060460800000'.
           03 FILLER PIC X(20) VALUE
              '01906000000000000000'.
           03 FILLER PIC X(29) VALUE
              'LoanHistory   LOANHIST  04007'.
           03 FILLER PIC X(50) VALUE
              '00106007020150800906000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'LoanHistArch  LOANARCH  04808'.
           03 FILLER PIC X(50) VALUE
              '00106007020150800906033080000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'CircSummary   CIRCSUMM  01904'.
           03 FILLER PIC X(50) VALUE
              '00106007060130200000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'Reservation   RESERVE   02405'.
           03 FILLER PIC X(50) VALUE
              '00106007060000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'HoldShelf     HOLDSHELF 03005'.
           03 FILLER PIC X(50) VALUE
              '00106007020000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'BookTransit   TRANSIT   05110'.
           03 FILLER PIC X(50) VALUE
              '00106007020130800902011020510100000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'ClaimReturn   CLAIM     04909'.
           03 FILLER PIC X(50) VALUE
              '00106007020090601508000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'ILLRequest    ILLREQ    10110'.
           03 FILLER PIC X(50) VALUE
              '00106000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'Fine          FINE      03409'.
           03 FILLER PIC X(50) VALUE
              '00106007060130201508034010000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '02606000000000000000'.
           03 FILLER PIC X(29) VALUE
              'Payment       PAYMENT   05011'.
           03 FILLER PIC X(50) VALUE
              '00106015080070601302029010420103002032080400202306'.
           03 FILLER PIC X(20) VALUE
              '02306000000000000000'.
           03 FILLER PIC X(29) VALUE
              'CollectRef    COLLREF   05811'.
           03 FILLER PIC X(50) VALUE
              '00106007060130201508023010000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '03206038060440600000'.
           03 FILLER PIC X(29) VALUE
              'DrawerClose   DRAWCLS   05907'.
           03 FILLER PIC X(50) VALUE
              '00108009080540600000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '01709026090350904410'.
           03 FILLER PIC X(29) VALUE
              'GLBatch       GLBATCH   05106'.
           03 FILLER PIC X(50) VALUE
              '00108009080170600000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '02812040120000000000'.
           03 FILLER PIC X(29) VALUE
              'Notice        NOTICE    09209'.
           03 FILLER PIC X(50) VALUE
              '00106000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'NoticeBounce  NTCBNC    07909'.
           03 FILLER PIC X(50) VALUE
              '00106013080210100000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'OfflineTran   OFFTRAN   05108'.
           03 FILLER PIC X(50) VALUE
              '00106007080150602313000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'AuditLog      AUDIT     04008'.
           03 FILLER PIC X(50) VALUE
              '00106007020210803702029080090601506039020000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'AuditLogArch  AUDITARCH 04809'.
           03 FILLER PIC X(50) VALUE
              '00106007020210803702029080090601506039020410800000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'Suspense      SUSPENSE  16107'.
           03 FILLER PIC X(50) VALUE
              '00106000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'StatReturn    STATRTN   02906'.
           03 FILLER PIC X(50) VALUE
              '00104005020070401102000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'RestartCtl    RESTART   05707'.
           03 FILLER PIC X(50) VALUE
              '00108000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'ScanWork      SCANWORK  01301'.
           03 FILLER PIC X(50) VALUE
              '00113000000000000000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'WeedWork      WEEDWORK  05108'.
           03 FILLER PIC X(50) VALUE
              '00102003030060601202000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
           03 FILLER PIC X(29) VALUE
              'JobRunLog     JOBLOG    08906'.
           03 FILLER PIC X(50) VALUE
              '00108009080170600000000000000000000000000000000000'.
           03 FILLER PIC X(20) VALUE
              '00000000000000000000'.
       01  WS-SNAP-TABLE REDEFINES WS-SNAP-TABLE-LIST.
           03 WS-SNAP-ENTRY                OCCURS 40 TIMES.
              05 WS-SNAP-NAME              PIC X(14).
              05 WS-SNAP-MEMBER            PIC X(10).
              05 WS-SNAP-IMAGE-LEN         PIC 9(3).
              05 WS-SNAP-COLUMNS           PIC 9(2).
              05 WS-SNAP-KEY-SEG           OCCURS 10 TIMES.
                 07 WS-SNAP-KEY-OFF        PIC 9(3).
                 07 WS-SNAP-KEY-LEN        PIC 9(2).
              05 WS-SNAP-MONEY-SEG         OCCURS 4 TIMES.
                 07 WS-SNAP-MONEY-OFF      PIC 9(3).
                 07 WS-SNAP-MONEY-LEN      PIC 9(2).
      *> The snapshot file record, with a view for each
      *> record type.
       01  WS-SNAP-RECORD.
           03 SNR-REC-TYPE                 PIC X.
              88 SNR-HEADER                VALUE 'H'.
              88 SNR-DETAIL                VALUE 'D'.
              88 SNR-TRAILER               VALUE 'T'.
           03 SNR-TABLE-NAME               PIC X(14).
           03 SNR-BODY                     PIC X(235).
           03 SNR-HEADER-BODY REDEFINES SNR-BODY.
              05 SNR-SNAP-NAME             PIC X(8).
              05 SNR-UNLOAD-DATE           PIC X(8).
              05 SNR-UNLOAD-TIME           PIC X(6).
              05 SNR-MEMBER                PIC X(10).
              05 SNR-IMAGE-LEN             PIC 9(3).
              05 SNR-COLUMNS               PIC 9(2).
              05 FILLER                    PIC X(198).
           03 SNR-DETAIL-BODY REDEFINES SNR-BODY.
              05 SNR-NULL-FLAGS            PIC X(20).
              05 SNR-ROW-IMAGE             PIC X(200).
              05 FILLER                    PIC X(15).
           03 SNR-TRAILER-BODY REDEFINES SNR-BODY.
              05 SNR-ROW-COUNT             PIC 9(9).
              05 SNR-KEY-HASH              PIC 9(15).
              05 SNR-MONEY-TOTAL           PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
              05 FILLER                    PIC X(195).
      *> Run parameter card (SYSIN).
       01  WS-SNAP-CARD.
           03 WS-CARD-SNAP-NAME            PIC X(8).
           03 WS-RUN-MODE                  PIC X.
              88 UNATTENDED-RUN            VALUE 'U'.
           03 WS-CARD-MODE                 PIC X.
              88 UNLOAD-MODE               VALUE 'U'.
              88 RELOAD-MODE               VALUE 'R'.
              88 COMPARE-MODE              VALUE 'C'.
           03 FILLER                       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         EXEC SQL INCLUDE CircParm END-EXEC.
         EXEC SQL INCLUDE Calendar END-EXEC.
         EXEC SQL INCLUDE ItemType END-EXEC.
         EXEC SQL INCLUDE SubjCode END-EXEC.
         EXEC SQL INCLUDE GlAcct END-EXEC.
         EXEC SQL INCLUDE Operator END-EXEC.
         EXEC SQL INCLUDE Publisher END-EXEC.
         EXEC SQL INCLUDE JobDep END-EXEC.
         EXEC SQL INCLUDE FineCamp END-EXEC.
         EXEC SQL INCLUDE BookFund END-EXEC.
         EXEC SQL INCLUDE Patron END-EXEC.
         EXEC SQL INCLUDE PatronArch END-EXEC.
         EXEC SQL INCLUDE Book END-EXEC.
         EXEC SQL INCLUDE Withdraw END-EXEC.
         EXEC SQL INCLUDE PurchOrd END-EXEC.
         EXEC SQL INCLUDE PoRecv END-EXEC.
         EXEC SQL INCLUDE LoanHist END-EXEC.
         EXEC SQL INCLUDE LoanArch END-EXEC.
         EXEC SQL INCLUDE CircSumm END-EXEC.
         EXEC SQL INCLUDE Reserve END-EXEC.
         EXEC SQL INCLUDE HoldShelf END-EXEC.
         EXEC SQL INCLUDE Transit END-EXEC.
         EXEC SQL INCLUDE Claim END-EXEC.
         EXEC SQL INCLUDE IllReq END-EXEC.
         EXEC SQL INCLUDE Fine END-EXEC.
         EXEC SQL INCLUDE Payment END-EXEC.
         EXEC SQL INCLUDE CollRef END-EXEC.
         EXEC SQL INCLUDE DrawCls END-EXEC.
         EXEC SQL INCLUDE GlBatch END-EXEC.
         EXEC SQL INCLUDE Notice END-EXEC.
         EXEC SQL INCLUDE NtcBnc END-EXEC.
         EXEC SQL INCLUDE OffTran END-EXEC.
         EXEC SQL INCLUDE Audit END-EXEC.
         EXEC SQL INCLUDE AuditArch END-EXEC.
         EXEC SQL INCLUDE Suspense END-EXEC.
         EXEC SQL INCLUDE StatRtn END-EXEC.
         EXEC SQL INCLUDE Restart END-EXEC.
         EXEC SQL INCLUDE ScanWork END-EXEC.
         EXEC SQL INCLUDE WeedWork END-EXEC.
         EXEC SQL INCLUDE JobLog END-EXEC.
         01  WS-TODAY                      PIC X(8).
         01  WS-LIVE-COUNT                 PIC S9(9) COMP-5.
      *> This run's own JobRunLog key.  DCLJobRunLog is the
      *> row buffer when that table is unloaded or reloaded,
      *> so the run log is always written from here.
         01  WS-OWN-PROGRAM                PIC X(8).
         01  WS-OWN-DATE                   PIC X(8).
         01  WS-OWN-TIME                   PIC X(6).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-CIRCPARM CURSOR FOR SELECT
                   ParmName
                  ,ParmValue
             FROM  CircParm
             ORDER BY ParmName
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-CALENDAR CURSOR FOR SELECT
                   ClosedDate
                  ,CloseReason
             FROM  LibCalendar
             ORDER BY ClosedDate
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-ITEMTYPE CURSOR FOR SELECT
                   ItemType
                  ,TypeDesc
                  ,LoanDays
                  ,FineRate
                  ,RenewalCap
             FROM  ItemType
             ORDER BY ItemType
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-SUBJCODE CURSOR FOR SELECT
                   SubjectCode
                  ,SubjectName
                  ,AgeLimit
             FROM  SubjectCode
             ORDER BY SubjectCode
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-GLACCT CURSOR FOR SELECT
                   AcctKey
                  ,GLAccount
                  ,AcctName
             FROM  GLAccount
             ORDER BY AcctKey
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-OPERATOR CURSOR FOR SELECT
                   UserID
                  ,OperName
                  ,OperRole
                  ,ActiveFlag
                  ,BranchID
             FROM  Operator
             ORDER BY UserID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-PUBLISHER CURSOR FOR SELECT
                   PublisherID
                  ,PublisherName
                  ,ContactName
                  ,ContactPhone
             FROM  Publisher
             ORDER BY PublisherID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-JOBDEP CURSOR FOR SELECT
                   ProgramName
                  ,PredecessorName
             FROM  JobStream
             ORDER BY ProgramName, PredecessorName
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-FINECAMP CURSOR FOR SELECT
                   CampaignID
                  ,CampaignName
                  ,CampaignType
                  ,FineTypes
                  ,FineDateFrom
                  ,FineDateTo
                  ,PatronTypes
                  ,Branches
                  ,StartDate
                  ,EndDate
                  ,ApprovedBy
             FROM  FineCampaign
             ORDER BY CampaignID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-BOOKFUND CURSOR FOR SELECT
                   FiscalYear
                  ,SubjectCode
                  ,Allocated
                  ,UserID
                  ,ChangeDate
             FROM  BookFund
             ORDER BY FiscalYear, SubjectCode
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-PATRON CURSOR FOR SELECT
                   PatronNumber
                  ,FirstName
                  ,LastName
                  ,StreetAddress
                  ,City
                  ,State
                  ,Zip
                  ,Phone
                  ,Email
                  ,DeliveryPref
                  ,PatronType
                  ,RegDate
                  ,ExpireDate
                  ,KeepHistory
                  ,LastLoanDate
                  ,GuardianNumber
                  ,BirthDate
                  ,ConvertFlag
             FROM  Patron
             ORDER BY PatronNumber
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-PATRONARCH CURSOR FOR SELECT
                   PatronNumber
                  ,FirstName
                  ,LastName
                  ,StreetAddress
                  ,City
                  ,State
                  ,Zip
                  ,ArchiveDate
             FROM  PatronArchive
             ORDER BY PatronNumber, ArchiveDate
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-BOOK CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,BookTitle
                  ,BookAuthor
                  ,BookPublisher
                  ,PublicationYear
                  ,PatronNumber
                  ,RemainingDays
                  ,RenewalCount
                  ,Barcode
                  ,BranchID
                  ,ReplacementCost
                  ,LostFlag
                  ,ItemType
                  ,SubjectCode
                  ,LastChangeDate
                  ,DueDate
                  ,DamageFlag
                  ,AddDate
             FROM  Book
             ORDER BY BookID, CopyNumber
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-WITHDRAW CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,BookTitle
                  ,BookAuthor
                  ,PublicationYear
                  ,Barcode
                  ,BranchID
                  ,SubjectCode
                  ,ItemType
                  ,WithdrawDate
                  ,ReasonCode
                  ,Disposition
                  ,UserID
                  ,ApproverID
                  ,AddDate
             FROM  Withdrawal
             ORDER BY BookID, CopyNumber, WithdrawDate
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-PURCHORD CURSOR FOR SELECT
                   OrderID
                  ,PublisherID
                  ,BookID
                  ,BookTitle
                  ,BookAuthor
                  ,PublicationYear
                  ,BranchID
                  ,SubjectCode
                  ,ItemType
                  ,QtyOrdered
                  ,QtyReceived
                  ,QtyCancelled
                  ,UnitPrice
                  ,OrderDate
                  ,ExpectDate
                  ,LastReceiptDate
                  ,FiscalYear
                  ,Status
                  ,UserID
             FROM  PurchaseOrder
             ORDER BY OrderID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-PORECV CURSOR FOR SELECT
                   OrderID
                  ,TranDate
                  ,TranType
                  ,Quantity
                  ,Amount
                  ,BookID
                  ,CopyNumber
                  ,Barcode
                  ,UserID
             FROM  OrderReceipt
             ORDER BY OrderID, TranDate, TranType, BookID, CopyNumber,
                      Barcode, Quantity, Amount, UserID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-LOANHIST CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,PatronNumber
                  ,CheckoutDate
                  ,ReturnDate
                  ,BranchID
                  ,DueDate
             FROM  LoanHistory
             ORDER BY BookID, CopyNumber, CheckoutDate, PatronNumber
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-LOANARCH CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,PatronNumber
                  ,CheckoutDate
                  ,ReturnDate
                  ,BranchID
                  ,ArchiveDate
                  ,DueDate
             FROM  LoanHistArch
             ORDER BY BookID, CopyNumber, CheckoutDate, PatronNumber,
                      ArchiveDate
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-CIRCSUMM CURSOR FOR SELECT
                   YearMonth
                  ,BookID
                  ,BranchID
                  ,CheckoutCount
             FROM  CircSummary
             ORDER BY YearMonth, BookID, BranchID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-RESERVE CURSOR FOR SELECT
                   BookID
                  ,PatronNumber
                  ,RequestDate
                  ,QueuePosition
                  ,PickupBranchID
             FROM  Reservation
             ORDER BY BookID, PatronNumber
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-HOLDSHELF CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,PatronNumber
                  ,HoldDate
                  ,PickupDeadline
             FROM  HoldShelf
             ORDER BY BookID, CopyNumber
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-TRANSIT CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,FromBranchID
                  ,ToBranchID
                  ,ShipDate
                  ,ShipUserID
                  ,HoldPatron
                  ,ReceiveDate
                  ,ReceiveUserID
                  ,Status
             FROM  BookTransit
             ORDER BY BookID, CopyNumber, ShipDate, FromBranchID,
                      ToBranchID, Status
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-CLAIM CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,PatronNumber
                  ,ClaimDate
                  ,ClaimUserID
                  ,BranchID
                  ,Status
                  ,ResolveDate
                  ,ResolveUserID
             FROM  ClaimReturn
             ORDER BY BookID, CopyNumber, PatronNumber, ClaimDate
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-ILLREQ CURSOR FOR SELECT
                   IllID
                  ,PatronNumber
                  ,ReqTitle
                  ,LendingLib
                  ,RequestDate
                  ,ReceivedDate
                  ,DueBackDate
                  ,Barcode
                  ,BookID
                  ,Status
             FROM  ILLRequest
             ORDER BY IllID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-FINE CURSOR FOR SELECT
                   PatronNumber
                  ,BookID
                  ,CopyNumber
                  ,FineDate
                  ,DaysLate
                  ,FineAmount
                  ,PaidFlag
                  ,ReferredFlag
                  ,FineType
             FROM  Fine
             ORDER BY PatronNumber, BookID, CopyNumber, FineDate,
                      FineType
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-PAYMENT CURSOR FOR SELECT
                   PatronNumber
                  ,BookID
                  ,CopyNumber
                  ,PayDate
                  ,PayAmount
                  ,PayType
                  ,ReasonCode
                  ,UserID
                  ,BranchID
                  ,FineType
                  ,ComebackDate
             FROM  Payment
             ORDER BY PatronNumber, PayDate, BookID, CopyNumber,
                      PayType, FineType, ReasonCode, UserID, BranchID,
                      PayAmount
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-COLLREF CURSOR FOR SELECT
                   PatronNumber
                  ,BookID
                  ,CopyNumber
                  ,FineDate
                  ,FineType
                  ,ReferDate
                  ,ReferAmount
                  ,CollectedAmt
                  ,CommissionAmt
                  ,LastReportDate
                  ,Status
             FROM  CollectRef
             ORDER BY PatronNumber, BookID, CopyNumber, FineDate,
                      FineType
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-DRAWCLS CURSOR FOR SELECT
                   CloseDate
                  ,UserID
                  ,CountedAmt
                  ,ReceiptAmt
                  ,WaiverAmt
                  ,OverShort
                  ,CloseTime
             FROM  DrawerClose
             ORDER BY CloseDate, UserID, CloseTime
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-GLBATCH CURSOR FOR SELECT
                   BusinessDate
                  ,PostDate
                  ,PostTime
                  ,LineCount
                  ,DebitTotal
                  ,CreditTotal
             FROM  GLBatch
             ORDER BY BusinessDate, PostDate, PostTime
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-NOTICE CURSOR FOR SELECT
                   NoticeID
                  ,PatronNumber
                  ,NoticeType
                  ,BookID
                  ,CopyNumber
                  ,NoticeDate
                  ,NoticeText
                  ,Status
                  ,DeliveryMode
             FROM  Notice
             ORDER BY NoticeID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-NTCBNC CURSOR FOR SELECT
                   NoticeID
                  ,PatronNumber
                  ,BounceDate
                  ,Channel
                  ,ReasonCode
                  ,ReasonText
                  ,RequeueID
                  ,Status
                  ,ClearDate
             FROM  NoticeBounce
             ORDER BY NoticeID, BounceDate, Channel
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-OFFTRAN CURSOR FOR SELECT
                   SeqNo
                  ,TranDate
                  ,TranTime
                  ,TransCode
                  ,Barcode
                  ,PatronNumber
                  ,UserID
                  ,BranchID
             FROM  OfflineTran
             ORDER BY SeqNo, TranDate, TranTime, Barcode
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-AUDIT CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,OldPatronNumber
                  ,NewPatronNumber
                  ,ChangeDate
                  ,UserID
                  ,ChangeSource
                  ,BranchID
             FROM  AuditLog
             ORDER BY BookID, CopyNumber, ChangeDate, ChangeSource,
                      UserID, OldPatronNumber, NewPatronNumber, BranchID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-AUDITARCH CURSOR FOR SELECT
                   BookID
                  ,CopyNumber
                  ,OldPatronNumber
                  ,NewPatronNumber
                  ,ChangeDate
                  ,UserID
                  ,ChangeSource
                  ,BranchID
                  ,ArchiveDate
             FROM  AuditLogArch
             ORDER BY BookID, CopyNumber, ChangeDate, ChangeSource,
                      UserID, OldPatronNumber, NewPatronNumber,
                      BranchID, ArchiveDate
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-SUSPENSE CURSOR FOR SELECT
                   SuspenseID
                  ,ProgramName
                  ,CardImage
                  ,RejectReason
                  ,RejectDate
                  ,UserID
                  ,Status
             FROM  Suspense
             ORDER BY SuspenseID
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-STATRTN CURSOR FOR SELECT
                   FiscalYear
                  ,BranchID
                  ,Element
                  ,ElementKey
                  ,ElementValue
                  ,RunDate
             FROM  StatReturn
             ORDER BY FiscalYear, BranchID, Element, ElementKey
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-RESTART CURSOR FOR SELECT
                   ProgramName
                  ,SearchMode
                  ,SearchValue
                  ,SearchBranch
                  ,LastAuthor
                  ,LastBookID
                  ,LastCopyNumber
             FROM  RestartCtl
             ORDER BY ProgramName
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-SCANWORK CURSOR FOR SELECT
                   Barcode
             FROM  ScanWork
             ORDER BY Barcode
       END-EXEC.

       EXEC SQL
             DECLARE CSR-SNAP-WEEDWORK CURSOR FOR SELECT
                   BranchID
                  ,SubjectCode
                  ,BookID
                  ,CopyNumber
                  ,BookTitle
                  ,PublicationYear
                  ,LastActivity
                  ,WeedReason
             FROM  WeedWork
             ORDER BY BranchID, SubjectCode, BookID, CopyNumber
       END-EXEC.

      *> Everything but this run's own row, which is
      *> still open while the snapshot is taken.
       EXEC SQL
             DECLARE CSR-SNAP-JOBLOG CURSOR FOR SELECT
                   ProgramName
                  ,RunDate
                  ,StartTime
                  ,EndTime
                  ,RunStatus
                  ,RunCounters
             FROM  JobRunLog
             WHERE NOT (ProgramName = :WS-OWN-PROGRAM
                        AND RunDate = :WS-OWN-DATE
                        AND StartTime = :WS-OWN-TIME)
             ORDER BY ProgramName, RunDate, StartTime
       END-EXEC.

       PROCEDURE DIVISION.
       RUN-START.
           EXEC SQL
               WHENEVER SQLERROR PERFORM OpenESQL-Error
           END-EXEC
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-SNAP-CARD
           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUNLOG-START
           EVALUATE TRUE
               WHEN RELOAD-MODE
                   DISPLAY 'LIBSNAP: RELOAD FROM SNAPSHOT '
                           WS-CARD-SNAP-NAME
                   PERFORM RELOAD-SNAPSHOT
               WHEN COMPARE-MODE
                   DISPLAY 'LIBSNAP: COMPARE DATABASE WITH SNAPSHOT '
                           WS-CARD-SNAP-NAME
                   PERFORM COMPARE-SNAPSHOT
               WHEN OTHER
                   DISPLAY 'LIBSNAP: UNLOAD TO SNAPSHOT '
                           WS-CARD-SNAP-NAME ' - ' WS-TODAY
                   PERFORM UNLOAD-SNAPSHOT
           END-EVALUATE
           PERFORM SHUT-DOWN
           .
       READ-SNAP-CARD.
           MOVE SPACES TO WS-SNAP-CARD
           ACCEPT WS-SNAP-CARD FROM SYSIN
           IF WS-CARD-SNAP-NAME = SPACES
               MOVE 'LIBSNAP' TO WS-CARD-SNAP-NAME
           END-IF
           IF WS-CARD-MODE = SPACE
               MOVE 'U' TO WS-CARD-MODE
           END-IF
           IF NOT UNLOAD-MODE AND NOT RELOAD-MODE
              AND NOT COMPARE-MODE
               DISPLAY 'LIBSNAP: MODE MUST BE U, R OR C ON THE'
                       ' PARAMETER CARD - RUN STOPPED'
               STOP RUN
           END-IF
           .
       CONNECT-TO-DATABASE.
           EXEC SQL
               CONNECT TO 'Library'
           END-EXEC
           .
      *> -------------------------------------------
      *> U mode - unload
      *> -------------------------------------------
       UNLOAD-SNAPSHOT.
           PERFORM UNLOAD-ONE-TABLE
               VARYING WS-TBL-IX FROM 1 BY 1
                 UNTIL WS-TBL-IX > WS-TBL-COUNT
           DISPLAY ' '
           MOVE WS-TOTAL-ROWS TO WS-COUNT-EDIT
           DISPLAY 'LIBSNAP: ' WS-TABLE-COUNT ' TABLE(S), '
                   WS-COUNT-EDIT ' ROW(S) UNLOADED'
           IF WS-MISMATCH-COUNT > 0
               DISPLAY 'LIBSNAP: ' WS-MISMATCH-COUNT
                       ' TABLE(S) CHANGED DURING THE UNLOAD -'
                       ' THE SNAPSHOT IS NOT CONSISTENT'
           END-IF
           .
       UNLOAD-ONE-TABLE.
           PERFORM SET-SNAP-FILE-NAME
           OPEN OUTPUT SNAP-FILE
           IF WS-SNAP-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-BLOCK-REASON
               STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                      WS-SNAP-FILE-NAME DELIMITED BY SPACE
                 INTO WS-BLOCK-REASON
               PERFORM REFUSE-RUN
           END-IF
           PERFORM CLEAR-FILE-TOTALS
           MOVE SPACES                       TO WS-SNAP-RECORD
           MOVE 'H'                          TO SNR-REC-TYPE
           MOVE WS-SNAP-NAME (WS-TBL-IX)     TO SNR-TABLE-NAME
           MOVE WS-CARD-SNAP-NAME            TO SNR-SNAP-NAME
           MOVE WS-TODAY                     TO SNR-UNLOAD-DATE
           MOVE FUNCTION CURRENT-DATE (9:6)  TO SNR-UNLOAD-TIME
           MOVE WS-SNAP-MEMBER (WS-TBL-IX)   TO SNR-MEMBER
           MOVE WS-SNAP-IMAGE-LEN (WS-TBL-IX) TO SNR-IMAGE-LEN
           MOVE WS-SNAP-COLUMNS (WS-TBL-IX)  TO SNR-COLUMNS
           WRITE SNAP-FILE-RECORD FROM WS-SNAP-RECORD

           PERFORM OPEN-LIVE-CURSOR
           MOVE 'N' TO WS-LIVE-SWITCH
           PERFORM FETCH-LIVE-ROW
           PERFORM UNTIL LIVE-DONE
               PERFORM ADD-ROW-TO-TOTALS
               MOVE SPACES                   TO WS-SNAP-RECORD
               MOVE 'D'                      TO SNR-REC-TYPE
               MOVE WS-SNAP-NAME (WS-TBL-IX) TO SNR-TABLE-NAME
               MOVE WS-ROW-NULLS             TO SNR-NULL-FLAGS
               MOVE WS-ROW-IMAGE             TO SNR-ROW-IMAGE
               WRITE SNAP-FILE-RECORD FROM WS-SNAP-RECORD
               PERFORM FETCH-LIVE-ROW
           END-PERFORM
           PERFORM CLOSE-LIVE-CURSOR

           MOVE SPACES                       TO WS-SNAP-RECORD
           MOVE 'T'                          TO SNR-REC-TYPE
           MOVE WS-SNAP-NAME (WS-TBL-IX)     TO SNR-TABLE-NAME
           MOVE WS-FILE-ROWS                 TO SNR-ROW-COUNT
           MOVE WS-FILE-HASH                 TO SNR-KEY-HASH
           MOVE WS-FILE-MONEY                TO SNR-MONEY-TOTAL
           WRITE SNAP-FILE-RECORD FROM WS-SNAP-RECORD
           CLOSE SNAP-FILE

           ADD 1 TO WS-TABLE-COUNT
           ADD WS-FILE-ROWS TO WS-TOTAL-ROWS
           MOVE WS-FILE-ROWS TO WS-COUNT-EDIT
           DISPLAY '  ' WS-SNAP-NAME (WS-TBL-IX) ' '
                   WS-COUNT-EDIT ' ROW(S) TO ' WS-SNAP-FILE-NAME
           PERFORM COUNT-LIVE-ROWS
           IF WS-LIVE-COUNT NOT = WS-FILE-ROWS
               MOVE WS-LIVE-COUNT TO WS-COUNT-EDIT
               DISPLAY '    *** TABLE NOW HAS ' WS-COUNT-EDIT
                       ' ROW(S) - CHANGED DURING THE UNLOAD'
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           .
      *> -------------------------------------------
      *> R mode - reload
      *> -------------------------------------------
       RELOAD-SNAPSHOT.
           PERFORM VERIFY-SNAP-FILE
               VARYING WS-TBL-IX FROM 1 BY 1
                 UNTIL WS-TBL-IX > WS-TBL-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE SPACES TO WS-BLOCK-REASON
               STRING WS-REFUSED-COUNT DELIMITED BY SIZE
                      ' SNAPSHOT FILE(S) REFUSED' DELIMITED BY SIZE
                 INTO WS-BLOCK-REASON
               PERFORM REFUSE-RUN
           END-IF
           PERFORM CHECK-TABLE-EMPTY
               VARYING WS-TBL-IX FROM 1 BY 1
                 UNTIL WS-TBL-IX > WS-TBL-COUNT
           IF WS-NOT-EMPTY-COUNT > 0
               MOVE SPACES TO WS-BLOCK-REASON
               STRING WS-NOT-EMPTY-COUNT DELIMITED BY SIZE
                      ' TABLE(S) NOT EMPTY' DELIMITED BY SIZE
                 INTO WS-BLOCK-REASON
               PERFORM REFUSE-RUN
           END-IF

           PERFORM RELOAD-ONE-TABLE
               VARYING WS-TBL-IX FROM 1 BY 1
                 UNTIL WS-TBL-IX > WS-TBL-COUNT
           DISPLAY ' '
           MOVE WS-TOTAL-ROWS TO WS-COUNT-EDIT
           DISPLAY 'LIBSNAP: ' WS-TABLE-COUNT ' TABLE(S), '
                   WS-COUNT-EDIT ' ROW(S) RELOADED'
           IF WS-MISMATCH-COUNT > 0
               DISPLAY 'LIBSNAP: ' WS-MISMATCH-COUNT
                       ' TABLE(S) DO NOT HOLD THE TRAILER COUNT'
                       ' AFTER THE LOAD'
           END-IF
           .
       CHECK-TABLE-EMPTY.
           PERFORM COUNT-LIVE-ROWS
           IF WS-LIVE-COUNT NOT = 0
               MOVE WS-LIVE-COUNT TO WS-COUNT-EDIT
               DISPLAY 'LIBSNAP: ' WS-SNAP-NAME (WS-TBL-IX)
                       ' ALREADY HAS ' WS-COUNT-EDIT ' ROW(S)'
               ADD 1 TO WS-NOT-EMPTY-COUNT
           END-IF
           .
      *> The file has passed VERIFY-SNAP-FILE - header,
      *> details, trailer.
       RELOAD-ONE-TABLE.
           PERFORM SET-SNAP-FILE-NAME
           OPEN INPUT SNAP-FILE
           MOVE 'N' TO WS-FILE-SWITCH
           PERFORM READ-SNAP-RECORD
           PERFORM READ-SNAP-RECORD
           MOVE 0 TO WS-FILE-ROWS
           PERFORM UNTIL SNAP-FILE-DONE OR NOT SNR-DETAIL
               MOVE SNR-NULL-FLAGS TO WS-ROW-NULLS
               MOVE SNR-ROW-IMAGE TO WS-ROW-IMAGE
               PERFORM INSERT-LIVE-ROW
               ADD 1 TO WS-FILE-ROWS
               PERFORM READ-SNAP-RECORD
           END-PERFORM
           CLOSE SNAP-FILE
           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-TABLE-COUNT
           ADD WS-FILE-ROWS TO WS-TOTAL-ROWS
           MOVE WS-FILE-ROWS TO WS-COUNT-EDIT
           DISPLAY '  ' WS-SNAP-NAME (WS-TBL-IX) ' '
                   WS-COUNT-EDIT ' ROW(S) FROM ' WS-SNAP-FILE-NAME
           PERFORM COUNT-LIVE-ROWS
           IF WS-LIVE-COUNT NOT = WS-FILE-ROWS
               MOVE WS-LIVE-COUNT TO WS-COUNT-EDIT
               DISPLAY '    *** TABLE HOLDS ' WS-COUNT-EDIT
                       ' ROW(S) AFTER THE LOAD'
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           .
      *> -------------------------------------------
      *> C mode - compare
      *> -------------------------------------------
       COMPARE-SNAPSHOT.
           PERFORM COMPARE-ONE-TABLE THRU COMPARE-ONE-TABLE-EXIT
               VARYING WS-TBL-IX FROM 1 BY 1
                 UNTIL WS-TBL-IX > WS-TBL-COUNT
           DISPLAY ' '
           DISPLAY 'LIBSNAP: ' WS-TABLE-COUNT ' TABLE(S) COMPARED, '
                   WS-DIFF-COUNT ' ROW DIFFERENCE(S)'
           IF WS-REFUSED-COUNT > 0
               DISPLAY 'LIBSNAP: ' WS-REFUSED-COUNT
                       ' TABLE(S) NOT COMPARED - SNAPSHOT FILE'
                       ' REFUSED'
           END-IF
           .
       COMPARE-ONE-TABLE.
           PERFORM VERIFY-SNAP-FILE
           IF NOT SNAP-FILE-GOOD
               GO TO COMPARE-ONE-TABLE-EXIT
           END-IF
           DISPLAY '  ' WS-SNAP-NAME (WS-TBL-IX) ' - '
                   WS-SNAP-FILE-NAME
           MOVE 0 TO WS-TABLE-DIFFS
           OPEN INPUT SNAP-FILE
           MOVE 'N' TO WS-FILE-SWITCH
           PERFORM READ-SNAP-RECORD
           PERFORM NEXT-FILE-ROW
           PERFORM OPEN-LIVE-CURSOR
           MOVE 'N' TO WS-LIVE-SWITCH
           PERFORM NEXT-LIVE-ROW

           PERFORM UNTIL SNAP-FILE-DONE AND LIVE-DONE
               EVALUATE TRUE
                   WHEN SNAP-FILE-DONE
                       MOVE 'IN DATABASE ONLY' TO WS-DIFF-KIND
                       MOVE WS-LIVE-KEY TO WS-ROW-KEY
                       PERFORM REPORT-DIFFERENCE
                       PERFORM NEXT-LIVE-ROW
                   WHEN LIVE-DONE
                       MOVE 'IN SNAPSHOT ONLY' TO WS-DIFF-KIND
                       MOVE WS-FILE-KEY TO WS-ROW-KEY
                       PERFORM REPORT-DIFFERENCE
                       PERFORM NEXT-FILE-ROW
                   WHEN WS-FILE-KEY < WS-LIVE-KEY
                       MOVE 'IN SNAPSHOT ONLY' TO WS-DIFF-KIND
                       MOVE WS-FILE-KEY TO WS-ROW-KEY
                       PERFORM REPORT-DIFFERENCE
                       PERFORM NEXT-FILE-ROW
                   WHEN WS-FILE-KEY > WS-LIVE-KEY
                       MOVE 'IN DATABASE ONLY' TO WS-DIFF-KIND
                       MOVE WS-LIVE-KEY TO WS-ROW-KEY
                       PERFORM REPORT-DIFFERENCE
                       PERFORM NEXT-LIVE-ROW
                   WHEN OTHER
                       IF SNR-NULL-FLAGS NOT = WS-LIVE-NULLS
                          OR SNR-ROW-IMAGE NOT = WS-LIVE-IMAGE
                           MOVE 'CHANGED' TO WS-DIFF-KIND
                           MOVE WS-LIVE-KEY TO WS-ROW-KEY
                           PERFORM REPORT-DIFFERENCE
                       END-IF
                       PERFORM NEXT-FILE-ROW
                       PERFORM NEXT-LIVE-ROW
               END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-LIVE-CURSOR
           CLOSE SNAP-FILE

           ADD 1 TO WS-TABLE-COUNT
           ADD WS-TABLE-DIFFS TO WS-DIFF-COUNT
           IF WS-TABLE-DIFFS > WS-DIFF-LIST-MAX
               DISPLAY '    ... ONLY THE FIRST ' WS-DIFF-LIST-MAX
                       ' LISTED'
           END-IF
           MOVE WS-TABLE-DIFFS TO WS-COUNT-EDIT
           DISPLAY '    ' WS-COUNT-EDIT ' DIFFERENCE(S)'
           .
       COMPARE-ONE-TABLE-EXIT.
           EXIT
           .
      *> Next snapshot row, keyed; the trailer ends the
      *> table.
       NEXT-FILE-ROW.
           PERFORM READ-SNAP-RECORD
           IF NOT SNAP-FILE-DONE AND NOT SNR-DETAIL
               MOVE 'Y' TO WS-FILE-SWITCH
           END-IF
           IF NOT SNAP-FILE-DONE
               MOVE SNR-ROW-IMAGE TO WS-ROW-IMAGE
               PERFORM BUILD-ROW-KEY
               MOVE WS-ROW-KEY TO WS-FILE-KEY
           END-IF
           .
       NEXT-LIVE-ROW.
           PERFORM FETCH-LIVE-ROW
           IF NOT LIVE-DONE
               MOVE WS-ROW-IMAGE TO WS-LIVE-IMAGE
               MOVE WS-ROW-NULLS TO WS-LIVE-NULLS
               PERFORM BUILD-ROW-KEY
               MOVE WS-ROW-KEY TO WS-LIVE-KEY
           END-IF
           .
      *> One line per difference, up to WS-DIFF-LIST-MAX a
      *> table; a changed row shows where its image first
      *> differs (0 = only a NULL flag does).
       REPORT-DIFFERENCE.
           ADD 1 TO WS-TABLE-DIFFS
           IF WS-TABLE-DIFFS NOT > WS-DIFF-LIST-MAX
               PERFORM LIST-DIFFERENCE
           END-IF
           .
       LIST-DIFFERENCE.
           IF WS-DIFF-KIND = 'CHANGED'
               PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
                       UNTIL WS-BYTE-IX > 200
                          OR SNR-ROW-IMAGE (WS-BYTE-IX:1)
                             NOT = WS-LIVE-IMAGE (WS-BYTE-IX:1)
                   CONTINUE
               END-PERFORM
               IF WS-BYTE-IX > 200
                   MOVE 0 TO WS-BYTE-IX
               END-IF
               DISPLAY '    ' WS-DIFF-KIND ' '
                       WS-ROW-KEY (1:WS-KEY-LEN)
                       ' - FIRST DIFFERENCE AT BYTE ' WS-BYTE-IX
           ELSE
               DISPLAY '    ' WS-DIFF-KIND ' '
                       WS-ROW-KEY (1:WS-KEY-LEN)
           END-IF
           .
      *> -------------------------------------------
      *> Snapshot file check, for reload and compare.
      *> SNAP-FILE-GOOD comes back set when the file is
      *> the table's, in today's layout, from this
      *> snapshot, and its details agree with its
      *> trailer; otherwise the reason is shown and
      *> the file counted as refused.
      *> -------------------------------------------
       VERIFY-SNAP-FILE.
           MOVE 'N' TO WS-GOOD-SWITCH
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM SET-SNAP-FILE-NAME
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-FILE-STATUS NOT = '00'
               MOVE 'FILE NOT FOUND' TO WS-REFUSE-REASON
           ELSE
               PERFORM CHECK-SNAP-FILE THRU CHECK-SNAP-FILE-EXIT
               CLOSE SNAP-FILE
           END-IF
           IF NOT SNAP-FILE-GOOD
               DISPLAY 'LIBSNAP: ' WS-SNAP-FILE-NAME ' REFUSED - '
                       WS-REFUSE-REASON
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           .
       CHECK-SNAP-FILE.
           MOVE 'N' TO WS-FILE-SWITCH
           PERFORM READ-SNAP-RECORD
           IF SNAP-FILE-DONE OR NOT SNR-HEADER
               MOVE 'NO HEADER RECORD' TO WS-REFUSE-REASON
               GO TO CHECK-SNAP-FILE-EXIT
           END-IF
           IF SNR-TABLE-NAME NOT = WS-SNAP-NAME (WS-TBL-IX)
               MOVE 'HEADER IS FOR ANOTHER TABLE'
                 TO WS-REFUSE-REASON
               GO TO CHECK-SNAP-FILE-EXIT
           END-IF
           IF SNR-SNAP-NAME NOT = WS-CARD-SNAP-NAME
               MOVE 'HEADER IS FOR ANOTHER SNAPSHOT'
                 TO WS-REFUSE-REASON
               GO TO CHECK-SNAP-FILE-EXIT
           END-IF
           IF SNR-IMAGE-LEN NOT = WS-SNAP-IMAGE-LEN (WS-TBL-IX)
              OR SNR-COLUMNS NOT = WS-SNAP-COLUMNS (WS-TBL-IX)
               MOVE 'ROW LAYOUT DIFFERS FROM THE COPYBOOK'
                 TO WS-REFUSE-REASON
               GO TO CHECK-SNAP-FILE-EXIT
           END-IF

           PERFORM CLEAR-FILE-TOTALS
           PERFORM READ-SNAP-RECORD
           PERFORM UNTIL SNAP-FILE-DONE OR NOT SNR-DETAIL
               MOVE SNR-NULL-FLAGS TO WS-ROW-NULLS
               MOVE SNR-ROW-IMAGE TO WS-ROW-IMAGE
               PERFORM ADD-ROW-TO-TOTALS
               PERFORM READ-SNAP-RECORD
           END-PERFORM
           IF SNAP-FILE-DONE OR NOT SNR-TRAILER
               MOVE 'NO TRAILER RECORD' TO WS-REFUSE-REASON
               GO TO CHECK-SNAP-FILE-EXIT
           END-IF
           IF SNR-ROW-COUNT NOT = WS-FILE-ROWS
               MOVE 'ROW COUNT DISAGREES WITH TRAILER'
                 TO WS-REFUSE-REASON
               GO TO CHECK-SNAP-FILE-EXIT
           END-IF
           IF SNR-KEY-HASH NOT = WS-FILE-HASH
               MOVE 'KEY HASH DISAGREES WITH TRAILER'
                 TO WS-REFUSE-REASON
               GO TO CHECK-SNAP-FILE-EXIT
           END-IF
           IF SNR-MONEY-TOTAL NOT = WS-FILE-MONEY
               MOVE 'MONEY TOTAL DISAGREES WITH TRAILER'
                 TO WS-REFUSE-REASON
               GO TO CHECK-SNAP-FILE-EXIT
           END-IF
           PERFORM READ-SNAP-RECORD
           IF NOT SNAP-FILE-DONE
               MOVE 'RECORDS AFTER THE TRAILER' TO WS-REFUSE-REASON
               GO TO CHECK-SNAP-FILE-EXIT
           END-IF
           MOVE 'Y' TO WS-GOOD-SWITCH
           .
       CHECK-SNAP-FILE-EXIT.
           EXIT
           .
      *> -------------------------------------------
      *> Shared file, key and total handling
      *> -------------------------------------------
       SET-SNAP-FILE-NAME.
           MOVE SPACES TO WS-SNAP-FILE-NAME
           STRING WS-CARD-SNAP-NAME DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-SNAP-MEMBER (WS-TBL-IX) DELIMITED BY SPACE
             INTO WS-SNAP-FILE-NAME
           .
       READ-SNAP-RECORD.
           READ SNAP-FILE INTO WS-SNAP-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-SWITCH
           END-READ
           .
       CLEAR-FILE-TOTALS.
           MOVE 0 TO WS-FILE-ROWS WS-FILE-HASH WS-FILE-MONEY
           .
      *> The key columns of WS-ROW-IMAGE, end to end.
       BUILD-ROW-KEY.
           MOVE SPACES TO WS-ROW-KEY
           MOVE 0 TO WS-KEY-LEN
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > 10
               MOVE WS-SNAP-KEY-OFF (WS-TBL-IX, WS-SEG-IX)
                 TO WS-SEG-OFF
               MOVE WS-SNAP-KEY-LEN (WS-TBL-IX, WS-SEG-IX)
                 TO WS-SEG-LEN
               IF WS-SEG-LEN > 0
                   MOVE WS-ROW-IMAGE (WS-SEG-OFF:WS-SEG-LEN)
                     TO WS-ROW-KEY (WS-KEY-LEN + 1:WS-SEG-LEN)
                   ADD WS-SEG-LEN TO WS-KEY-LEN
               END-IF
           END-PERFORM
           .
      *> Row count, key hash and money total for the row in
      *> WS-ROW-IMAGE/WS-ROW-NULLS.  A NULL or blank amount
      *> adds nothing.
       ADD-ROW-TO-TOTALS.
           ADD 1 TO WS-FILE-ROWS
           PERFORM BUILD-ROW-KEY
           PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
                   UNTIL WS-BYTE-IX > WS-KEY-LEN
               COMPUTE WS-FILE-HASH = WS-FILE-HASH
                   + FUNCTION ORD (WS-ROW-KEY (WS-BYTE-IX:1))
                   * WS-BYTE-IX
           END-PERFORM
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > 4
               MOVE WS-SNAP-MONEY-OFF (WS-TBL-IX, WS-SEG-IX)
                 TO WS-SEG-OFF
               MOVE WS-SNAP-MONEY-LEN (WS-TBL-IX, WS-SEG-IX)
                 TO WS-SEG-LEN
               IF WS-SEG-LEN > 0
                   IF WS-ROW-IMAGE (WS-SEG-OFF:WS-SEG-LEN)
                      NOT = SPACES
                       ADD FUNCTION NUMVAL
                           (WS-ROW-IMAGE (WS-SEG-OFF:WS-SEG-LEN))
                         TO WS-FILE-MONEY
                   END-IF
               END-IF
           END-PERFORM
           .
      *> Indicator group to one flag byte per column, and
      *> back.
       INDICATORS-TO-FLAGS.
           MOVE SPACES TO WS-ROW-NULLS
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > WS-SNAP-COLUMNS (WS-TBL-IX)
               IF WS-IND-VALUE (WS-COL-IX) < 0
                   MOVE 'N' TO WS-ROW-NULLS (WS-COL-IX:1)
               END-IF
           END-PERFORM
           .
       FLAGS-TO-INDICATORS.
           MOVE LOW-VALUES TO WS-IND-IMAGE
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > WS-SNAP-COLUMNS (WS-TBL-IX)
               IF WS-ROW-NULLS (WS-COL-IX:1) = 'N'
                   MOVE -1 TO WS-IND-VALUE (WS-COL-IX)
               ELSE
                   MOVE 0 TO WS-IND-VALUE (WS-COL-IX)
               END-IF
           END-PERFORM
           .
      *> -------------------------------------------
      *> Per-table cursor handling, by directory
      *> entry
      *> -------------------------------------------
       OPEN-LIVE-CURSOR.
           EVALUATE WS-TBL-IX
               WHEN 1
                   EXEC SQL
                       OPEN CSR-SNAP-CIRCPARM
                   END-EXEC
               WHEN 2
                   EXEC SQL
                       OPEN CSR-SNAP-CALENDAR
                   END-EXEC
               WHEN 3
                   EXEC SQL
                       OPEN CSR-SNAP-ITEMTYPE
                   END-EXEC
               WHEN 4
                   EXEC SQL
                       OPEN CSR-SNAP-SUBJCODE
                   END-EXEC
               WHEN 5
                   EXEC SQL
                       OPEN CSR-SNAP-GLACCT
                   END-EXEC
               WHEN 6
                   EXEC SQL
                       OPEN CSR-SNAP-OPERATOR
                   END-EXEC
               WHEN 7
                   EXEC SQL
                       OPEN CSR-SNAP-PUBLISHER
                   END-EXEC
               WHEN 8
                   EXEC SQL
                       OPEN CSR-SNAP-JOBDEP
                   END-EXEC
               WHEN 9
                   EXEC SQL
                       OPEN CSR-SNAP-FINECAMP
                   END-EXEC
               WHEN 10
                   EXEC SQL
                       OPEN CSR-SNAP-BOOKFUND
                   END-EXEC
               WHEN 11
                   EXEC SQL
                       OPEN CSR-SNAP-PATRON
                   END-EXEC
               WHEN 12
                   EXEC SQL
                       OPEN CSR-SNAP-PATRONARCH
                   END-EXEC
               WHEN 13
                   EXEC SQL
                       OPEN CSR-SNAP-BOOK
                   END-EXEC
               WHEN 14
                   EXEC SQL
                       OPEN CSR-SNAP-WITHDRAW
                   END-EXEC
               WHEN 15
                   EXEC SQL
                       OPEN CSR-SNAP-PURCHORD
                   END-EXEC
               WHEN 16
                   EXEC SQL
                       OPEN CSR-SNAP-PORECV
                   END-EXEC
               WHEN 17
                   EXEC SQL
                       OPEN CSR-SNAP-LOANHIST
                   END-EXEC
               WHEN 18
                   EXEC SQL
                       OPEN CSR-SNAP-LOANARCH
                   END-EXEC
               WHEN 19
                   EXEC SQL
                       OPEN CSR-SNAP-CIRCSUMM
                   END-EXEC
               WHEN 20
                   EXEC SQL
                       OPEN CSR-SNAP-RESERVE
                   END-EXEC
               WHEN 21
                   EXEC SQL
                       OPEN CSR-SNAP-HOLDSHELF
                   END-EXEC
               WHEN 22
                   EXEC SQL
                       OPEN CSR-SNAP-TRANSIT
                   END-EXEC
               WHEN 23
                   EXEC SQL
                       OPEN CSR-SNAP-CLAIM
                   END-EXEC
               WHEN 24
                   EXEC SQL
                       OPEN CSR-SNAP-ILLREQ
                   END-EXEC
               WHEN 25
                   EXEC SQL
                       OPEN CSR-SNAP-FINE
                   END-EXEC
               WHEN 26
                   EXEC SQL
                       OPEN CSR-SNAP-PAYMENT
                   END-EXEC
               WHEN 27
                   EXEC SQL
                       OPEN CSR-SNAP-COLLREF
                   END-EXEC
               WHEN 28
                   EXEC SQL
                       OPEN CSR-SNAP-DRAWCLS
                   END-EXEC
               WHEN 29
                   EXEC SQL
                       OPEN CSR-SNAP-GLBATCH
                   END-EXEC
               WHEN 30
                   EXEC SQL
                       OPEN CSR-SNAP-NOTICE
                   END-EXEC
               WHEN 31
                   EXEC SQL
                       OPEN CSR-SNAP-NTCBNC
                   END-EXEC
               WHEN 32
                   EXEC SQL
                       OPEN CSR-SNAP-OFFTRAN
                   END-EXEC
               WHEN 33
                   EXEC SQL
                       OPEN CSR-SNAP-AUDIT
                   END-EXEC
               WHEN 34
                   EXEC SQL
                       OPEN CSR-SNAP-AUDITARCH
                   END-EXEC
               WHEN 35
                   EXEC SQL
                       OPEN CSR-SNAP-SUSPENSE
                   END-EXEC
               WHEN 36
                   EXEC SQL
                       OPEN CSR-SNAP-STATRTN
                   END-EXEC
               WHEN 37
                   EXEC SQL
                       OPEN CSR-SNAP-RESTART
                   END-EXEC
               WHEN 38
                   EXEC SQL
                       OPEN CSR-SNAP-SCANWORK
                   END-EXEC
               WHEN 39
                   EXEC SQL
                       OPEN CSR-SNAP-WEEDWORK
                   END-EXEC
               WHEN 40
                   EXEC SQL
                       OPEN CSR-SNAP-JOBLOG
                   END-EXEC
           END-EVALUATE
           .
       CLOSE-LIVE-CURSOR.
           EVALUATE WS-TBL-IX
               WHEN 1
                   EXEC SQL
                       CLOSE CSR-SNAP-CIRCPARM
                   END-EXEC
               WHEN 2
                   EXEC SQL
                       CLOSE CSR-SNAP-CALENDAR
                   END-EXEC
               WHEN 3
                   EXEC SQL
                       CLOSE CSR-SNAP-ITEMTYPE
                   END-EXEC
               WHEN 4
                   EXEC SQL
                       CLOSE CSR-SNAP-SUBJCODE
                   END-EXEC
               WHEN 5
                   EXEC SQL
                       CLOSE CSR-SNAP-GLACCT
                   END-EXEC
               WHEN 6
                   EXEC SQL
                       CLOSE CSR-SNAP-OPERATOR
                   END-EXEC
               WHEN 7
                   EXEC SQL
                       CLOSE CSR-SNAP-PUBLISHER
                   END-EXEC
               WHEN 8
                   EXEC SQL
                       CLOSE CSR-SNAP-JOBDEP
                   END-EXEC
               WHEN 9
                   EXEC SQL
                       CLOSE CSR-SNAP-FINECAMP
                   END-EXEC
               WHEN 10
                   EXEC SQL
                       CLOSE CSR-SNAP-BOOKFUND
                   END-EXEC
               WHEN 11
                   EXEC SQL
                       CLOSE CSR-SNAP-PATRON
                   END-EXEC
               WHEN 12
                   EXEC SQL
                       CLOSE CSR-SNAP-PATRONARCH
                   END-EXEC
               WHEN 13
                   EXEC SQL
                       CLOSE CSR-SNAP-BOOK
                   END-EXEC
               WHEN 14
                   EXEC SQL
                       CLOSE CSR-SNAP-WITHDRAW
                   END-EXEC
               WHEN 15
                   EXEC SQL
                       CLOSE CSR-SNAP-PURCHORD
                   END-EXEC
               WHEN 16
                   EXEC SQL
                       CLOSE CSR-SNAP-PORECV
                   END-EXEC
               WHEN 17
                   EXEC SQL
                       CLOSE CSR-SNAP-LOANHIST
                   END-EXEC
               WHEN 18
                   EXEC SQL
                       CLOSE CSR-SNAP-LOANARCH
                   END-EXEC
               WHEN 19
                   EXEC SQL
                       CLOSE CSR-SNAP-CIRCSUMM
                   END-EXEC
               WHEN 20
                   EXEC SQL
                       CLOSE CSR-SNAP-RESERVE
                   END-EXEC
               WHEN 21
                   EXEC SQL
                       CLOSE CSR-SNAP-HOLDSHELF
                   END-EXEC
               WHEN 22
                   EXEC SQL
                       CLOSE CSR-SNAP-TRANSIT
                   END-EXEC
               WHEN 23
                   EXEC SQL
                       CLOSE CSR-SNAP-CLAIM
                   END-EXEC
               WHEN 24
                   EXEC SQL
                       CLOSE CSR-SNAP-ILLREQ
                   END-EXEC
               WHEN 25
                   EXEC SQL
                       CLOSE CSR-SNAP-FINE
                   END-EXEC
               WHEN 26
                   EXEC SQL
                       CLOSE CSR-SNAP-PAYMENT
                   END-EXEC
               WHEN 27
                   EXEC SQL
                       CLOSE CSR-SNAP-COLLREF
                   END-EXEC
               WHEN 28
                   EXEC SQL
                       CLOSE CSR-SNAP-DRAWCLS
                   END-EXEC
               WHEN 29
                   EXEC SQL
                       CLOSE CSR-SNAP-GLBATCH
                   END-EXEC
               WHEN 30
                   EXEC SQL
                       CLOSE CSR-SNAP-NOTICE
                   END-EXEC
               WHEN 31
                   EXEC SQL
                       CLOSE CSR-SNAP-NTCBNC
                   END-EXEC
               WHEN 32
                   EXEC SQL
                       CLOSE CSR-SNAP-OFFTRAN
                   END-EXEC
               WHEN 33
                   EXEC SQL
                       CLOSE CSR-SNAP-AUDIT
                   END-EXEC
               WHEN 34
                   EXEC SQL
                       CLOSE CSR-SNAP-AUDITARCH
                   END-EXEC
               WHEN 35
                   EXEC SQL
                       CLOSE CSR-SNAP-SUSPENSE
                   END-EXEC
               WHEN 36
                   EXEC SQL
                       CLOSE CSR-SNAP-STATRTN
                   END-EXEC
               WHEN 37
                   EXEC SQL
                       CLOSE CSR-SNAP-RESTART
                   END-EXEC
               WHEN 38
                   EXEC SQL
                       CLOSE CSR-SNAP-SCANWORK
                   END-EXEC
               WHEN 39
                   EXEC SQL
                       CLOSE CSR-SNAP-WEEDWORK
                   END-EXEC
               WHEN 40
                   EXEC SQL
                       CLOSE CSR-SNAP-JOBLOG
                   END-EXEC
           END-EVALUATE
           .
      *> One row of the table into WS-ROW-IMAGE/WS-ROW-NULLS.
       FETCH-LIVE-ROW.
           EVALUATE WS-TBL-IX
               WHEN 1
                   PERFORM FETCH-SNAP-CIRCPARM
               WHEN 2
                   PERFORM FETCH-SNAP-CALENDAR
               WHEN 3
                   PERFORM FETCH-SNAP-ITEMTYPE
               WHEN 4
                   PERFORM FETCH-SNAP-SUBJCODE
               WHEN 5
                   PERFORM FETCH-SNAP-GLACCT
               WHEN 6
                   PERFORM FETCH-SNAP-OPERATOR
               WHEN 7
                   PERFORM FETCH-SNAP-PUBLISHER
               WHEN 8
                   PERFORM FETCH-SNAP-JOBDEP
               WHEN 9
                   PERFORM FETCH-SNAP-FINECAMP
               WHEN 10
                   PERFORM FETCH-SNAP-BOOKFUND
               WHEN 11
                   PERFORM FETCH-SNAP-PATRON
               WHEN 12
                   PERFORM FETCH-SNAP-PATRONARCH
               WHEN 13
                   PERFORM FETCH-SNAP-BOOK
               WHEN 14
                   PERFORM FETCH-SNAP-WITHDRAW
               WHEN 15
                   PERFORM FETCH-SNAP-PURCHORD
               WHEN 16
                   PERFORM FETCH-SNAP-PORECV
               WHEN 17
                   PERFORM FETCH-SNAP-LOANHIST
               WHEN 18
                   PERFORM FETCH-SNAP-LOANARCH
               WHEN 19
                   PERFORM FETCH-SNAP-CIRCSUMM
               WHEN 20
                   PERFORM FETCH-SNAP-RESERVE
               WHEN 21
                   PERFORM FETCH-SNAP-HOLDSHELF
               WHEN 22
                   PERFORM FETCH-SNAP-TRANSIT
               WHEN 23
                   PERFORM FETCH-SNAP-CLAIM
               WHEN 24
                   PERFORM FETCH-SNAP-ILLREQ
               WHEN 25
                   PERFORM FETCH-SNAP-FINE
               WHEN 26
                   PERFORM FETCH-SNAP-PAYMENT
               WHEN 27
                   PERFORM FETCH-SNAP-COLLREF
               WHEN 28
                   PERFORM FETCH-SNAP-DRAWCLS
               WHEN 29
                   PERFORM FETCH-SNAP-GLBATCH
               WHEN 30
                   PERFORM FETCH-SNAP-NOTICE
               WHEN 31
                   PERFORM FETCH-SNAP-NTCBNC
               WHEN 32
                   PERFORM FETCH-SNAP-OFFTRAN
               WHEN 33
                   PERFORM FETCH-SNAP-AUDIT
               WHEN 34
                   PERFORM FETCH-SNAP-AUDITARCH
               WHEN 35
                   PERFORM FETCH-SNAP-SUSPENSE
               WHEN 36
                   PERFORM FETCH-SNAP-STATRTN
               WHEN 37
                   PERFORM FETCH-SNAP-RESTART
               WHEN 38
                   PERFORM FETCH-SNAP-SCANWORK
               WHEN 39
                   PERFORM FETCH-SNAP-WEEDWORK
               WHEN 40
                   PERFORM FETCH-SNAP-JOBLOG
           END-EVALUATE
           IF SQLSTATE >= "02000"
               MOVE 'Y' TO WS-LIVE-SWITCH
           ELSE
               PERFORM INDICATORS-TO-FLAGS
           END-IF
           .
      *> WS-ROW-IMAGE/WS-ROW-NULLS back onto the table.
       INSERT-LIVE-ROW.
           PERFORM FLAGS-TO-INDICATORS
           EVALUATE WS-TBL-IX
               WHEN 1
                   PERFORM INSERT-SNAP-CIRCPARM
               WHEN 2
                   PERFORM INSERT-SNAP-CALENDAR
               WHEN 3
                   PERFORM INSERT-SNAP-ITEMTYPE
               WHEN 4
                   PERFORM INSERT-SNAP-SUBJCODE
               WHEN 5
                   PERFORM INSERT-SNAP-GLACCT
               WHEN 6
                   PERFORM INSERT-SNAP-OPERATOR
               WHEN 7
                   PERFORM INSERT-SNAP-PUBLISHER
               WHEN 8
                   PERFORM INSERT-SNAP-JOBDEP
               WHEN 9
                   PERFORM INSERT-SNAP-FINECAMP
               WHEN 10
                   PERFORM INSERT-SNAP-BOOKFUND
               WHEN 11
                   PERFORM INSERT-SNAP-PATRON
               WHEN 12
                   PERFORM INSERT-SNAP-PATRONARCH
               WHEN 13
                   PERFORM INSERT-SNAP-BOOK
               WHEN 14
                   PERFORM INSERT-SNAP-WITHDRAW
               WHEN 15
                   PERFORM INSERT-SNAP-PURCHORD
               WHEN 16
                   PERFORM INSERT-SNAP-PORECV
               WHEN 17
                   PERFORM INSERT-SNAP-LOANHIST
               WHEN 18
                   PERFORM INSERT-SNAP-LOANARCH
               WHEN 19
                   PERFORM INSERT-SNAP-CIRCSUMM
               WHEN 20
                   PERFORM INSERT-SNAP-RESERVE
               WHEN 21
                   PERFORM INSERT-SNAP-HOLDSHELF
               WHEN 22
                   PERFORM INSERT-SNAP-TRANSIT
               WHEN 23
                   PERFORM INSERT-SNAP-CLAIM
               WHEN 24
                   PERFORM INSERT-SNAP-ILLREQ
               WHEN 25
                   PERFORM INSERT-SNAP-FINE
               WHEN 26
                   PERFORM INSERT-SNAP-PAYMENT
               WHEN 27
                   PERFORM INSERT-SNAP-COLLREF
               WHEN 28
                   PERFORM INSERT-SNAP-DRAWCLS
               WHEN 29
                   PERFORM INSERT-SNAP-GLBATCH
               WHEN 30
                   PERFORM INSERT-SNAP-NOTICE
               WHEN 31
                   PERFORM INSERT-SNAP-NTCBNC
               WHEN 32
                   PERFORM INSERT-SNAP-OFFTRAN
               WHEN 33
                   PERFORM INSERT-SNAP-AUDIT
               WHEN 34
                   PERFORM INSERT-SNAP-AUDITARCH
               WHEN 35
                   PERFORM INSERT-SNAP-SUSPENSE
               WHEN 36
                   PERFORM INSERT-SNAP-STATRTN
               WHEN 37
                   PERFORM INSERT-SNAP-RESTART
               WHEN 38
                   PERFORM INSERT-SNAP-SCANWORK
               WHEN 39
                   PERFORM INSERT-SNAP-WEEDWORK
               WHEN 40
                   PERFORM INSERT-SNAP-JOBLOG
           END-EVALUATE
           .
       COUNT-LIVE-ROWS.
           EVALUATE WS-TBL-IX
               WHEN 1
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM CircParm
                   END-EXEC
               WHEN 2
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM LibCalendar
                   END-EXEC
               WHEN 3
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM ItemType
                   END-EXEC
               WHEN 4
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM SubjectCode
                   END-EXEC
               WHEN 5
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM GLAccount
                   END-EXEC
               WHEN 6
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM Operator
                   END-EXEC
               WHEN 7
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM Publisher
                   END-EXEC
               WHEN 8
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM JobStream
                   END-EXEC
               WHEN 9
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM FineCampaign
                   END-EXEC
               WHEN 10
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM BookFund
                   END-EXEC
               WHEN 11
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM Patron
                   END-EXEC
               WHEN 12
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM PatronArchive
                   END-EXEC
               WHEN 13
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM Book
                   END-EXEC
               WHEN 14
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM Withdrawal
                   END-EXEC
               WHEN 15
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM PurchaseOrder
                   END-EXEC
               WHEN 16
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM OrderReceipt
                   END-EXEC
               WHEN 17
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM LoanHistory
                   END-EXEC
               WHEN 18
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM LoanHistArch
                   END-EXEC
               WHEN 19
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM CircSummary
                   END-EXEC
               WHEN 20
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM Reservation
                   END-EXEC
               WHEN 21
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM HoldShelf
                   END-EXEC
               WHEN 22
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM BookTransit
                   END-EXEC
               WHEN 23
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM ClaimReturn
                   END-EXEC
               WHEN 24
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM ILLRequest
                   END-EXEC
               WHEN 25
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM Fine
                   END-EXEC
               WHEN 26
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM Payment
                   END-EXEC
               WHEN 27
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM CollectRef
                   END-EXEC
               WHEN 28
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM DrawerClose
                   END-EXEC
               WHEN 29
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM GLBatch
                   END-EXEC
               WHEN 30
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM Notice
                   END-EXEC
               WHEN 31
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM NoticeBounce
                   END-EXEC
               WHEN 32
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM OfflineTran
                   END-EXEC
               WHEN 33
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM AuditLog
                   END-EXEC
               WHEN 34
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM AuditLogArch
                   END-EXEC
               WHEN 35
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM Suspense
                   END-EXEC
               WHEN 36
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM StatReturn
                   END-EXEC
               WHEN 37
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM RestartCtl
                   END-EXEC
               WHEN 38
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM ScanWork
                   END-EXEC
               WHEN 39
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM WeedWork
                   END-EXEC
               WHEN 40
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-LIVE-COUNT
                         FROM JobRunLog
                        WHERE NOT (ProgramName = :WS-OWN-PROGRAM
                                   AND RunDate = :WS-OWN-DATE
                                   AND StartTime = :WS-OWN-TIME)
                   END-EXEC
           END-EVALUATE
           .
      *> -------------------------------------------
      *> One FETCH and one INSERT per table, through
      *> the table's own copybook host variables
      *> -------------------------------------------
       FETCH-SNAP-CIRCPARM.
           MOVE SPACES TO DCLCircParm
           EXEC SQL
               FETCH CSR-SNAP-CIRCPARM INTO
                    :Parm-ParmName:Parm-ParmName-NULL
                   ,:Parm-ParmValue:Parm-ParmValue-NULL
           END-EXEC
           MOVE DCLCircParm TO WS-ROW-IMAGE
           MOVE DCLCircParm-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-CIRCPARM.
           MOVE WS-ROW-IMAGE TO DCLCircParm
           MOVE WS-IND-IMAGE TO DCLCircParm-NULL
           EXEC SQL
               INSERT INTO CircParm
                     ( ParmName, ParmValue )
               VALUES ( :Parm-ParmName:Parm-ParmName-NULL
                      , :Parm-ParmValue:Parm-ParmValue-NULL )
           END-EXEC
           .
       FETCH-SNAP-CALENDAR.
           MOVE SPACES TO DCLLibCalendar
           EXEC SQL
               FETCH CSR-SNAP-CALENDAR INTO
                    :Cal-ClosedDate:Cal-ClosedDate-NULL
                   ,:Cal-CloseReason:Cal-CloseReason-NULL
           END-EXEC
           MOVE DCLLibCalendar TO WS-ROW-IMAGE
           MOVE DCLLibCalendar-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-CALENDAR.
           MOVE WS-ROW-IMAGE TO DCLLibCalendar
           MOVE WS-IND-IMAGE TO DCLLibCalendar-NULL
           EXEC SQL
               INSERT INTO LibCalendar
                     ( ClosedDate, CloseReason )
               VALUES ( :Cal-ClosedDate:Cal-ClosedDate-NULL
                      , :Cal-CloseReason:Cal-CloseReason-NULL )
           END-EXEC
           .
       FETCH-SNAP-ITEMTYPE.
           MOVE SPACES TO DCLItemType
           EXEC SQL
               FETCH CSR-SNAP-ITEMTYPE INTO
                    :Itype-ItemType:Itype-ItemType-NULL
                   ,:Itype-TypeDesc:Itype-TypeDesc-NULL
                   ,:Itype-LoanDays:Itype-LoanDays-NULL
                   ,:Itype-FineRate:Itype-FineRate-NULL
                   ,:Itype-RenewalCap:Itype-RenewalCap-NULL
           END-EXEC
           MOVE DCLItemType TO WS-ROW-IMAGE
           MOVE DCLItemType-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-ITEMTYPE.
           MOVE WS-ROW-IMAGE TO DCLItemType
           MOVE WS-IND-IMAGE TO DCLItemType-NULL
           EXEC SQL
               INSERT INTO ItemType
                     ( ItemType, TypeDesc, LoanDays, FineRate
                     , RenewalCap )
               VALUES ( :Itype-ItemType:Itype-ItemType-NULL
                      , :Itype-TypeDesc:Itype-TypeDesc-NULL
                      , :Itype-LoanDays:Itype-LoanDays-NULL
                      , :Itype-FineRate:Itype-FineRate-NULL
                      , :Itype-RenewalCap:Itype-RenewalCap-NULL )
           END-EXEC
           .
       FETCH-SNAP-SUBJCODE.
           MOVE SPACES TO DCLSubjectCode
           EXEC SQL
               FETCH CSR-SNAP-SUBJCODE INTO
                    :Subj-SubjectCode:Subj-SubjectCode-NULL
                   ,:Subj-SubjectName:Subj-SubjectName-NULL
                   ,:Subj-AgeLimit:Subj-AgeLimit-NULL
           END-EXEC
           MOVE DCLSubjectCode TO WS-ROW-IMAGE
           MOVE DCLSubjectCode-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-SUBJCODE.
           MOVE WS-ROW-IMAGE TO DCLSubjectCode
           MOVE WS-IND-IMAGE TO DCLSubjectCode-NULL
           EXEC SQL
               INSERT INTO SubjectCode
                     ( SubjectCode, SubjectName, AgeLimit )
               VALUES ( :Subj-SubjectCode:Subj-SubjectCode-NULL
                      , :Subj-SubjectName:Subj-SubjectName-NULL
                      , :Subj-AgeLimit:Subj-AgeLimit-NULL )
           END-EXEC
           .
       FETCH-SNAP-GLACCT.
           MOVE SPACES TO DCLGLAccount
           EXEC SQL
               FETCH CSR-SNAP-GLACCT INTO
                    :Gla-AcctKey:Gla-AcctKey-NULL
                   ,:Gla-GLAccount:Gla-GLAccount-NULL
                   ,:Gla-AcctName:Gla-AcctName-NULL
           END-EXEC
           MOVE DCLGLAccount TO WS-ROW-IMAGE
           MOVE DCLGLAccount-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-GLACCT.
           MOVE WS-ROW-IMAGE TO DCLGLAccount
           MOVE WS-IND-IMAGE TO DCLGLAccount-NULL
           EXEC SQL
               INSERT INTO GLAccount
                     ( AcctKey, GLAccount, AcctName )
               VALUES ( :Gla-AcctKey:Gla-AcctKey-NULL
                      , :Gla-GLAccount:Gla-GLAccount-NULL
                      , :Gla-AcctName:Gla-AcctName-NULL )
           END-EXEC
           .
       FETCH-SNAP-OPERATOR.
           MOVE SPACES TO DCLOperator
           EXEC SQL
               FETCH CSR-SNAP-OPERATOR INTO
                    :Oper-UserID:Oper-UserID-NULL
                   ,:Oper-OperName:Oper-OperName-NULL
                   ,:Oper-OperRole:Oper-OperRole-NULL
                   ,:Oper-ActiveFlag:Oper-ActiveFlag-NULL
                   ,:Oper-BranchID:Oper-BranchID-NULL
           END-EXEC
           MOVE DCLOperator TO WS-ROW-IMAGE
           MOVE DCLOperator-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-OPERATOR.
           MOVE WS-ROW-IMAGE TO DCLOperator
           MOVE WS-IND-IMAGE TO DCLOperator-NULL
           EXEC SQL
               INSERT INTO Operator
                     ( UserID, OperName, OperRole, ActiveFlag
                     , BranchID )
               VALUES ( :Oper-UserID:Oper-UserID-NULL
                      , :Oper-OperName:Oper-OperName-NULL
                      , :Oper-OperRole:Oper-OperRole-NULL
                      , :Oper-ActiveFlag:Oper-ActiveFlag-NULL
                      , :Oper-BranchID:Oper-BranchID-NULL )
           END-EXEC
           .
       FETCH-SNAP-PUBLISHER.
           MOVE SPACES TO DCLPublisher
           EXEC SQL
               FETCH CSR-SNAP-PUBLISHER INTO
                    :Publisher-PublisherID:Publisher-PublisherID-NULL
                   ,:Publisher-PublisherName
                     :Publisher-PublisherName-NULL
                   ,:Publisher-ContactName:Publisher-ContactName-NULL
                   ,:Publisher-ContactPhone:Publisher-ContactPhone-NULL
           END-EXEC
           MOVE DCLPublisher TO WS-ROW-IMAGE
           MOVE DCLPublisher-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-PUBLISHER.
           MOVE WS-ROW-IMAGE TO DCLPublisher
           MOVE WS-IND-IMAGE TO DCLPublisher-NULL
           EXEC SQL
               INSERT INTO Publisher
                     ( PublisherID, PublisherName, ContactName
                     , ContactPhone )
               VALUES ( :Publisher-PublisherID
                        :Publisher-PublisherID-NULL
                      , :Publisher-PublisherName
                        :Publisher-PublisherName-NULL
                      , :Publisher-ContactName
                        :Publisher-ContactName-NULL
                      , :Publisher-ContactPhone
                        :Publisher-ContactPhone-NULL )
           END-EXEC
           .
       FETCH-SNAP-JOBDEP.
           MOVE SPACES TO DCLJobStream
           EXEC SQL
               FETCH CSR-SNAP-JOBDEP INTO
                    :Strm-ProgramName:Strm-ProgramName-NULL
                   ,:Strm-PredecessorName:Strm-PredecessorName-NULL
           END-EXEC
           MOVE DCLJobStream TO WS-ROW-IMAGE
           MOVE DCLJobStream-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-JOBDEP.
           MOVE WS-ROW-IMAGE TO DCLJobStream
           MOVE WS-IND-IMAGE TO DCLJobStream-NULL
           EXEC SQL
               INSERT INTO JobStream
                     ( ProgramName, PredecessorName )
               VALUES ( :Strm-ProgramName:Strm-ProgramName-NULL
                      , :Strm-PredecessorName
                        :Strm-PredecessorName-NULL )
           END-EXEC
           .
       FETCH-SNAP-FINECAMP.
           MOVE SPACES TO DCLFineCampaign
           EXEC SQL
               FETCH CSR-SNAP-FINECAMP INTO
                    :Camp-CampaignID:Camp-CampaignID-NULL
                   ,:Camp-CampaignName:Camp-CampaignName-NULL
                   ,:Camp-CampaignType:Camp-CampaignType-NULL
                   ,:Camp-FineTypes:Camp-FineTypes-NULL
                   ,:Camp-FineDateFrom:Camp-FineDateFrom-NULL
                   ,:Camp-FineDateTo:Camp-FineDateTo-NULL
                   ,:Camp-PatronTypes:Camp-PatronTypes-NULL
                   ,:Camp-Branches:Camp-Branches-NULL
                   ,:Camp-StartDate:Camp-StartDate-NULL
                   ,:Camp-EndDate:Camp-EndDate-NULL
                   ,:Camp-ApprovedBy:Camp-ApprovedBy-NULL
           END-EXEC
           MOVE DCLFineCampaign TO WS-ROW-IMAGE
           MOVE DCLFineCampaign-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-FINECAMP.
           MOVE WS-ROW-IMAGE TO DCLFineCampaign
           MOVE WS-IND-IMAGE TO DCLFineCampaign-NULL
           EXEC SQL
               INSERT INTO FineCampaign
                     ( CampaignID, CampaignName, CampaignType
                     , FineTypes, FineDateFrom, FineDateTo
                     , PatronTypes, Branches, StartDate, EndDate
                     , ApprovedBy )
               VALUES ( :Camp-CampaignID:Camp-CampaignID-NULL
                      , :Camp-CampaignName:Camp-CampaignName-NULL
                      , :Camp-CampaignType:Camp-CampaignType-NULL
                      , :Camp-FineTypes:Camp-FineTypes-NULL
                      , :Camp-FineDateFrom:Camp-FineDateFrom-NULL
                      , :Camp-FineDateTo:Camp-FineDateTo-NULL
                      , :Camp-PatronTypes:Camp-PatronTypes-NULL
                      , :Camp-Branches:Camp-Branches-NULL
                      , :Camp-StartDate:Camp-StartDate-NULL
                      , :Camp-EndDate:Camp-EndDate-NULL
                      , :Camp-ApprovedBy:Camp-ApprovedBy-NULL )
           END-EXEC
           .
       FETCH-SNAP-BOOKFUND.
           MOVE SPACES TO DCLBookFund
           EXEC SQL
               FETCH CSR-SNAP-BOOKFUND INTO
                    :Fund-FiscalYear:Fund-FiscalYear-NULL
                   ,:Fund-SubjectCode:Fund-SubjectCode-NULL
                   ,:Fund-Allocated:Fund-Allocated-NULL
                   ,:Fund-UserID:Fund-UserID-NULL
                   ,:Fund-ChangeDate:Fund-ChangeDate-NULL
           END-EXEC
           MOVE DCLBookFund TO WS-ROW-IMAGE
           MOVE DCLBookFund-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-BOOKFUND.
           MOVE WS-ROW-IMAGE TO DCLBookFund
           MOVE WS-IND-IMAGE TO DCLBookFund-NULL
           EXEC SQL
               INSERT INTO BookFund
                     ( FiscalYear, SubjectCode, Allocated, UserID
                     , ChangeDate )
               VALUES ( :Fund-FiscalYear:Fund-FiscalYear-NULL
                      , :Fund-SubjectCode:Fund-SubjectCode-NULL
                      , :Fund-Allocated:Fund-Allocated-NULL
                      , :Fund-UserID:Fund-UserID-NULL
                      , :Fund-ChangeDate:Fund-ChangeDate-NULL )
           END-EXEC
           .
       FETCH-SNAP-PATRON.
           MOVE SPACES TO DCLPatron
           EXEC SQL
               FETCH CSR-SNAP-PATRON INTO
                    :Patron-PatronNumber:Patron-PatronNumber-NULL
                   ,:Patron-FirstName:Patron-FirstName-NULL
                   ,:Patron-LastName:Patron-LastName-NULL
                   ,:Patron-StreetAddress:Patron-StreetAddress-NULL
                   ,:Patron-City:Patron-City-NULL
                   ,:Patron-State:Patron-State-NULL
                   ,:Patron-Zip:Patron-Zip-NULL
                   ,:Patron-Phone:Patron-Phone-NULL
                   ,:Patron-Email:Patron-Email-NULL
                   ,:Patron-DeliveryPref:Patron-DeliveryPref-NULL
                   ,:Patron-PatronType:Patron-PatronType-NULL
                   ,:Patron-RegDate:Patron-RegDate-NULL
                   ,:Patron-ExpireDate:Patron-ExpireDate-NULL
                   ,:Patron-KeepHistory:Patron-KeepHistory-NULL
                   ,:Patron-LastLoanDate:Patron-LastLoanDate-NULL
                   ,:Patron-GuardianNumber:Patron-GuardianNumber-NULL
                   ,:Patron-BirthDate:Patron-BirthDate-NULL
                   ,:Patron-ConvertFlag:Patron-ConvertFlag-NULL
           END-EXEC
           MOVE DCLPatron TO WS-ROW-IMAGE
           MOVE DCLPatron-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-PATRON.
           MOVE WS-ROW-IMAGE TO DCLPatron
           MOVE WS-IND-IMAGE TO DCLPatron-NULL
           EXEC SQL
               INSERT INTO Patron
                     ( PatronNumber, FirstName, LastName
                     , StreetAddress, City, State, Zip, Phone
                     , Email, DeliveryPref, PatronType, RegDate
                     , ExpireDate, KeepHistory, LastLoanDate
                     , GuardianNumber, BirthDate, ConvertFlag )
               VALUES ( :Patron-PatronNumber:Patron-PatronNumber-NULL
                      , :Patron-FirstName:Patron-FirstName-NULL
                      , :Patron-LastName:Patron-LastName-NULL
                      , :Patron-StreetAddress:Patron-StreetAddress-NULL
                      , :Patron-City:Patron-City-NULL
                      , :Patron-State:Patron-State-NULL
                      , :Patron-Zip:Patron-Zip-NULL
                      , :Patron-Phone:Patron-Phone-NULL
                      , :Patron-Email:Patron-Email-NULL
                      , :Patron-DeliveryPref:Patron-DeliveryPref-NULL
                      , :Patron-PatronType:Patron-PatronType-NULL
                      , :Patron-RegDate:Patron-RegDate-NULL
                      , :Patron-ExpireDate:Patron-ExpireDate-NULL
                      , :Patron-KeepHistory:Patron-KeepHistory-NULL
                      , :Patron-LastLoanDate:Patron-LastLoanDate-NULL
                      , :Patron-GuardianNumber
                        :Patron-GuardianNumber-NULL
                      , :Patron-BirthDate:Patron-BirthDate-NULL
                      , :Patron-ConvertFlag:Patron-ConvertFlag-NULL )
           END-EXEC
           .
       FETCH-SNAP-PATRONARCH.
           MOVE SPACES TO DCLPatronArchive
           EXEC SQL
               FETCH CSR-SNAP-PATRONARCH INTO
                    :Arch-PatronNumber:Arch-PatronNumber-NULL
                   ,:Arch-FirstName:Arch-FirstName-NULL
                   ,:Arch-LastName:Arch-LastName-NULL
                   ,:Arch-StreetAddress:Arch-StreetAddress-NULL
                   ,:Arch-City:Arch-City-NULL
                   ,:Arch-State:Arch-State-NULL
                   ,:Arch-Zip:Arch-Zip-NULL
                   ,:Arch-ArchiveDate:Arch-ArchiveDate-NULL
           END-EXEC
           MOVE DCLPatronArchive TO WS-ROW-IMAGE
           MOVE DCLPatronArchive-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-PATRONARCH.
           MOVE WS-ROW-IMAGE TO DCLPatronArchive
           MOVE WS-IND-IMAGE TO DCLPatronArchive-NULL
           EXEC SQL
               INSERT INTO PatronArchive
                     ( PatronNumber, FirstName, LastName
                     , StreetAddress, City, State, Zip
                     , ArchiveDate )
               VALUES ( :Arch-PatronNumber:Arch-PatronNumber-NULL
                      , :Arch-FirstName:Arch-FirstName-NULL
                      , :Arch-LastName:Arch-LastName-NULL
                      , :Arch-StreetAddress:Arch-StreetAddress-NULL
                      , :Arch-City:Arch-City-NULL
                      , :Arch-State:Arch-State-NULL
                      , :Arch-Zip:Arch-Zip-NULL
                      , :Arch-ArchiveDate:Arch-ArchiveDate-NULL )
           END-EXEC
           .
       FETCH-SNAP-BOOK.
           MOVE SPACES TO DCLBook
           EXEC SQL
               FETCH CSR-SNAP-BOOK INTO
                    :Book-BookID:Book-BookID-NULL
                   ,:Book-CopyNumber:Book-CopyNumber-NULL
                   ,:Book-BookTitle:Book-BookTitle-NULL
                   ,:Book-BookAuthor:Book-BookAuthor-NULL
                   ,:Book-BookPublisher:Book-BookPublisher-NULL
                   ,:Book-PublicationYear:Book-PublicationYear-NULL
                   ,:Book-PatronNumber:Book-PatronNumber-NULL
                   ,:Book-RemainingDays:Book-RemainingDays-NULL
                   ,:Book-RenewalCount:Book-RenewalCount-NULL
                   ,:Book-Barcode:Book-Barcode-NULL
                   ,:Book-BranchID:Book-BranchID-NULL
                   ,:Book-ReplacementCost:Book-ReplacementCost-NULL
                   ,:Book-LostFlag:Book-LostFlag-NULL
                   ,:Book-ItemType:Book-ItemType-NULL
                   ,:Book-SubjectCode:Book-SubjectCode-NULL
                   ,:Book-LastChangeDate:Book-LastChangeDate-NULL
                   ,:Book-DueDate:Book-DueDate-NULL
                   ,:Book-DamageFlag:Book-DamageFlag-NULL
                   ,:Book-AddDate:Book-AddDate-NULL
           END-EXEC
           MOVE DCLBook TO WS-ROW-IMAGE
           MOVE DCLBook-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-BOOK.
           MOVE WS-ROW-IMAGE TO DCLBook
           MOVE WS-IND-IMAGE TO DCLBook-NULL
           EXEC SQL
               INSERT INTO Book
                     ( BookID, CopyNumber, BookTitle, BookAuthor
                     , BookPublisher, PublicationYear
                     , PatronNumber, RemainingDays, RenewalCount
                     , Barcode, BranchID, ReplacementCost
                     , LostFlag, ItemType, SubjectCode
                     , LastChangeDate, DueDate, DamageFlag
                     , AddDate )
               VALUES ( :Book-BookID:Book-BookID-NULL
                      , :Book-CopyNumber:Book-CopyNumber-NULL
                      , :Book-BookTitle:Book-BookTitle-NULL
                      , :Book-BookAuthor:Book-BookAuthor-NULL
                      , :Book-BookPublisher:Book-BookPublisher-NULL
                      , :Book-PublicationYear:Book-PublicationYear-NULL
                      , :Book-PatronNumber:Book-PatronNumber-NULL
                      , :Book-RemainingDays:Book-RemainingDays-NULL
                      , :Book-RenewalCount:Book-RenewalCount-NULL
                      , :Book-Barcode:Book-Barcode-NULL
                      , :Book-BranchID:Book-BranchID-NULL
                      , :Book-ReplacementCost:Book-ReplacementCost-NULL
                      , :Book-LostFlag:Book-LostFlag-NULL
                      , :Book-ItemType:Book-ItemType-NULL
                      , :Book-SubjectCode:Book-SubjectCode-NULL
                      , :Book-LastChangeDate:Book-LastChangeDate-NULL
                      , :Book-DueDate:Book-DueDate-NULL
                      , :Book-DamageFlag:Book-DamageFlag-NULL
                      , :Book-AddDate:Book-AddDate-NULL )
           END-EXEC
           .
       FETCH-SNAP-WITHDRAW.
           MOVE SPACES TO DCLWithdrawal
           EXEC SQL
               FETCH CSR-SNAP-WITHDRAW INTO
                    :Wdr-BookID:Wdr-BookID-NULL
                   ,:Wdr-CopyNumber:Wdr-CopyNumber-NULL
                   ,:Wdr-BookTitle:Wdr-BookTitle-NULL
                   ,:Wdr-BookAuthor:Wdr-BookAuthor-NULL
                   ,:Wdr-PublicationYear:Wdr-PublicationYear-NULL
                   ,:Wdr-Barcode:Wdr-Barcode-NULL
                   ,:Wdr-BranchID:Wdr-BranchID-NULL
                   ,:Wdr-SubjectCode:Wdr-SubjectCode-NULL
                   ,:Wdr-ItemType:Wdr-ItemType-NULL
                   ,:Wdr-WithdrawDate:Wdr-WithdrawDate-NULL
                   ,:Wdr-ReasonCode:Wdr-ReasonCode-NULL
                   ,:Wdr-Disposition:Wdr-Disposition-NULL
                   ,:Wdr-UserID:Wdr-UserID-NULL
                   ,:Wdr-ApproverID:Wdr-ApproverID-NULL
                   ,:Wdr-AddDate:Wdr-AddDate-NULL
           END-EXEC
           MOVE DCLWithdrawal TO WS-ROW-IMAGE
           MOVE DCLWithdrawal-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-WITHDRAW.
           MOVE WS-ROW-IMAGE TO DCLWithdrawal
           MOVE WS-IND-IMAGE TO DCLWithdrawal-NULL
           EXEC SQL
               INSERT INTO Withdrawal
                     ( BookID, CopyNumber, BookTitle, BookAuthor
                     , PublicationYear, Barcode, BranchID
                     , SubjectCode, ItemType, WithdrawDate
                     , ReasonCode, Disposition, UserID, ApproverID
                     , AddDate )
               VALUES ( :Wdr-BookID:Wdr-BookID-NULL
                      , :Wdr-CopyNumber:Wdr-CopyNumber-NULL
                      , :Wdr-BookTitle:Wdr-BookTitle-NULL
                      , :Wdr-BookAuthor:Wdr-BookAuthor-NULL
                      , :Wdr-PublicationYear:Wdr-PublicationYear-NULL
                      , :Wdr-Barcode:Wdr-Barcode-NULL
                      , :Wdr-BranchID:Wdr-BranchID-NULL
                      , :Wdr-SubjectCode:Wdr-SubjectCode-NULL
                      , :Wdr-ItemType:Wdr-ItemType-NULL
                      , :Wdr-WithdrawDate:Wdr-WithdrawDate-NULL
                      , :Wdr-ReasonCode:Wdr-ReasonCode-NULL
                      , :Wdr-Disposition:Wdr-Disposition-NULL
                      , :Wdr-UserID:Wdr-UserID-NULL
                      , :Wdr-ApproverID:Wdr-ApproverID-NULL
                      , :Wdr-AddDate:Wdr-AddDate-NULL )
           END-EXEC
           .
       FETCH-SNAP-PURCHORD.
           MOVE SPACES TO DCLPurchaseOrder
           EXEC SQL
               FETCH CSR-SNAP-PURCHORD INTO
                    :Po-OrderID:Po-OrderID-NULL
                   ,:Po-PublisherID:Po-PublisherID-NULL
                   ,:Po-BookID:Po-BookID-NULL
                   ,:Po-BookTitle:Po-BookTitle-NULL
                   ,:Po-BookAuthor:Po-BookAuthor-NULL
                   ,:Po-PublicationYear:Po-PublicationYear-NULL
                   ,:Po-BranchID:Po-BranchID-NULL
                   ,:Po-SubjectCode:Po-SubjectCode-NULL
                   ,:Po-ItemType:Po-ItemType-NULL
                   ,:Po-QtyOrdered:Po-QtyOrdered-NULL
                   ,:Po-QtyReceived:Po-QtyReceived-NULL
                   ,:Po-QtyCancelled:Po-QtyCancelled-NULL
                   ,:Po-UnitPrice:Po-UnitPrice-NULL
                   ,:Po-OrderDate:Po-OrderDate-NULL
                   ,:Po-ExpectDate:Po-ExpectDate-NULL
                   ,:Po-LastReceiptDate:Po-LastReceiptDate-NULL
                   ,:Po-FiscalYear:Po-FiscalYear-NULL
                   ,:Po-Status:Po-Status-NULL
                   ,:Po-UserID:Po-UserID-NULL
           END-EXEC
           MOVE DCLPurchaseOrder TO WS-ROW-IMAGE
           MOVE DCLPurchaseOrder-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-PURCHORD.
           MOVE WS-ROW-IMAGE TO DCLPurchaseOrder
           MOVE WS-IND-IMAGE TO DCLPurchaseOrder-NULL
           EXEC SQL
               INSERT INTO PurchaseOrder
                     ( OrderID, PublisherID, BookID, BookTitle
                     , BookAuthor, PublicationYear, BranchID
                     , SubjectCode, ItemType, QtyOrdered
                     , QtyReceived, QtyCancelled, UnitPrice
                     , OrderDate, ExpectDate, LastReceiptDate
                     , FiscalYear, Status, UserID )
               VALUES ( :Po-OrderID:Po-OrderID-NULL
                      , :Po-PublisherID:Po-PublisherID-NULL
                      , :Po-BookID:Po-BookID-NULL
                      , :Po-BookTitle:Po-BookTitle-NULL
                      , :Po-BookAuthor:Po-BookAuthor-NULL
                      , :Po-PublicationYear:Po-PublicationYear-NULL
                      , :Po-BranchID:Po-BranchID-NULL
                      , :Po-SubjectCode:Po-SubjectCode-NULL
                      , :Po-ItemType:Po-ItemType-NULL
                      , :Po-QtyOrdered:Po-QtyOrdered-NULL
                      , :Po-QtyReceived:Po-QtyReceived-NULL
                      , :Po-QtyCancelled:Po-QtyCancelled-NULL
                      , :Po-UnitPrice:Po-UnitPrice-NULL
                      , :Po-OrderDate:Po-OrderDate-NULL
                      , :Po-ExpectDate:Po-ExpectDate-NULL
                      , :Po-LastReceiptDate:Po-LastReceiptDate-NULL
                      , :Po-FiscalYear:Po-FiscalYear-NULL
                      , :Po-Status:Po-Status-NULL
                      , :Po-UserID:Po-UserID-NULL )
           END-EXEC
           .
       FETCH-SNAP-PORECV.
           MOVE SPACES TO DCLOrderReceipt
           EXEC SQL
               FETCH CSR-SNAP-PORECV INTO
                    :Orcv-OrderID:Orcv-OrderID-NULL
                   ,:Orcv-TranDate:Orcv-TranDate-NULL
                   ,:Orcv-TranType:Orcv-TranType-NULL
                   ,:Orcv-Quantity:Orcv-Quantity-NULL
                   ,:Orcv-Amount:Orcv-Amount-NULL
                   ,:Orcv-BookID:Orcv-BookID-NULL
                   ,:Orcv-CopyNumber:Orcv-CopyNumber-NULL
                   ,:Orcv-Barcode:Orcv-Barcode-NULL
                   ,:Orcv-UserID:Orcv-UserID-NULL
           END-EXEC
           MOVE DCLOrderReceipt TO WS-ROW-IMAGE
           MOVE DCLOrderReceipt-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-PORECV.
           MOVE WS-ROW-IMAGE TO DCLOrderReceipt
           MOVE WS-IND-IMAGE TO DCLOrderReceipt-NULL
           EXEC SQL
               INSERT INTO OrderReceipt
                     ( OrderID, TranDate, TranType, Quantity
                     , Amount, BookID, CopyNumber, Barcode, UserID )
               VALUES ( :Orcv-OrderID:Orcv-OrderID-NULL
                      , :Orcv-TranDate:Orcv-TranDate-NULL
                      , :Orcv-TranType:Orcv-TranType-NULL
                      , :Orcv-Quantity:Orcv-Quantity-NULL
                      , :Orcv-Amount:Orcv-Amount-NULL
                      , :Orcv-BookID:Orcv-BookID-NULL
                      , :Orcv-CopyNumber:Orcv-CopyNumber-NULL
                      , :Orcv-Barcode:Orcv-Barcode-NULL
                      , :Orcv-UserID:Orcv-UserID-NULL )
           END-EXEC
           .
       FETCH-SNAP-LOANHIST.
           MOVE SPACES TO DCLLoanHistory
           EXEC SQL
               FETCH CSR-SNAP-LOANHIST INTO
                    :LoanHist-BookID:LoanHist-BookID-NULL
                   ,:LoanHist-CopyNumber:LoanHist-CopyNumber-NULL
                   ,:LoanHist-PatronNumber:LoanHist-PatronNumber-NULL
                   ,:LoanHist-CheckoutDate:LoanHist-CheckoutDate-NULL
                   ,:LoanHist-ReturnDate:LoanHist-ReturnDate-NULL
                   ,:LoanHist-BranchID:LoanHist-BranchID-NULL
                   ,:LoanHist-DueDate:LoanHist-DueDate-NULL
           END-EXEC
           MOVE DCLLoanHistory TO WS-ROW-IMAGE
           MOVE DCLLoanHistory-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-LOANHIST.
           MOVE WS-ROW-IMAGE TO DCLLoanHistory
           MOVE WS-IND-IMAGE TO DCLLoanHistory-NULL
           EXEC SQL
               INSERT INTO LoanHistory
                     ( BookID, CopyNumber, PatronNumber
                     , CheckoutDate, ReturnDate, BranchID, DueDate )
               VALUES ( :LoanHist-BookID:LoanHist-BookID-NULL
                      , :LoanHist-CopyNumber:LoanHist-CopyNumber-NULL
                      , :LoanHist-PatronNumber
                        :LoanHist-PatronNumber-NULL
                      , :LoanHist-CheckoutDate
                        :LoanHist-CheckoutDate-NULL
                      , :LoanHist-ReturnDate:LoanHist-ReturnDate-NULL
                      , :LoanHist-BranchID:LoanHist-BranchID-NULL
                      , :LoanHist-DueDate:LoanHist-DueDate-NULL )
           END-EXEC
           .
       FETCH-SNAP-LOANARCH.
           MOVE SPACES TO DCLLoanHistArch
           EXEC SQL
               FETCH CSR-SNAP-LOANARCH INTO
                    :LArch-BookID:LArch-BookID-NULL
                   ,:LArch-CopyNumber:LArch-CopyNumber-NULL
                   ,:LArch-PatronNumber:LArch-PatronNumber-NULL
                   ,:LArch-CheckoutDate:LArch-CheckoutDate-NULL
                   ,:LArch-ReturnDate:LArch-ReturnDate-NULL
                   ,:LArch-BranchID:LArch-BranchID-NULL
                   ,:LArch-ArchiveDate:LArch-ArchiveDate-NULL
                   ,:LArch-DueDate:LArch-DueDate-NULL
           END-EXEC
           MOVE DCLLoanHistArch TO WS-ROW-IMAGE
           MOVE DCLLoanHistArch-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-LOANARCH.
           MOVE WS-ROW-IMAGE TO DCLLoanHistArch
           MOVE WS-IND-IMAGE TO DCLLoanHistArch-NULL
           EXEC SQL
               INSERT INTO LoanHistArch
                     ( BookID, CopyNumber, PatronNumber
                     , CheckoutDate, ReturnDate, BranchID
                     , ArchiveDate, DueDate )
               VALUES ( :LArch-BookID:LArch-BookID-NULL
                      , :LArch-CopyNumber:LArch-CopyNumber-NULL
                      , :LArch-PatronNumber:LArch-PatronNumber-NULL
                      , :LArch-CheckoutDate:LArch-CheckoutDate-NULL
                      , :LArch-ReturnDate:LArch-ReturnDate-NULL
                      , :LArch-BranchID:LArch-BranchID-NULL
                      , :LArch-ArchiveDate:LArch-ArchiveDate-NULL
                      , :LArch-DueDate:LArch-DueDate-NULL )
           END-EXEC
           .
       FETCH-SNAP-CIRCSUMM.
           MOVE SPACES TO DCLCircSummary
           EXEC SQL
               FETCH CSR-SNAP-CIRCSUMM INTO
                    :Summ-YearMonth:Summ-YearMonth-NULL
                   ,:Summ-BookID:Summ-BookID-NULL
                   ,:Summ-BranchID:Summ-BranchID-NULL
                   ,:Summ-CheckoutCount:Summ-CheckoutCount-NULL
           END-EXEC
           MOVE DCLCircSummary TO WS-ROW-IMAGE
           MOVE DCLCircSummary-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-CIRCSUMM.
           MOVE WS-ROW-IMAGE TO DCLCircSummary
           MOVE WS-IND-IMAGE TO DCLCircSummary-NULL
           EXEC SQL
               INSERT INTO CircSummary
                     ( YearMonth, BookID, BranchID, CheckoutCount )
               VALUES ( :Summ-YearMonth:Summ-YearMonth-NULL
                      , :Summ-BookID:Summ-BookID-NULL
                      , :Summ-BranchID:Summ-BranchID-NULL
                      , :Summ-CheckoutCount:Summ-CheckoutCount-NULL )
           END-EXEC
           .
       FETCH-SNAP-RESERVE.
           MOVE SPACES TO DCLReservation
           EXEC SQL
               FETCH CSR-SNAP-RESERVE INTO
                    :Resv-BookID:Resv-BookID-NULL
                   ,:Resv-PatronNumber:Resv-PatronNumber-NULL
                   ,:Resv-RequestDate:Resv-RequestDate-NULL
                   ,:Resv-QueuePosition:Resv-QueuePosition-NULL
                   ,:Resv-PickupBranchID:Resv-PickupBranchID-NULL
           END-EXEC
           MOVE DCLReservation TO WS-ROW-IMAGE
           MOVE DCLReservation-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-RESERVE.
           MOVE WS-ROW-IMAGE TO DCLReservation
           MOVE WS-IND-IMAGE TO DCLReservation-NULL
           EXEC SQL
               INSERT INTO Reservation
                     ( BookID, PatronNumber, RequestDate
                     , QueuePosition, PickupBranchID )
               VALUES ( :Resv-BookID:Resv-BookID-NULL
                      , :Resv-PatronNumber:Resv-PatronNumber-NULL
                      , :Resv-RequestDate:Resv-RequestDate-NULL
                      , :Resv-QueuePosition:Resv-QueuePosition-NULL
                      , :Resv-PickupBranchID:Resv-PickupBranchID-NULL )
           END-EXEC
           .
       FETCH-SNAP-HOLDSHELF.
           MOVE SPACES TO DCLHoldShelf
           EXEC SQL
               FETCH CSR-SNAP-HOLDSHELF INTO
                    :Hold-BookID:Hold-BookID-NULL
                   ,:Hold-CopyNumber:Hold-CopyNumber-NULL
                   ,:Hold-PatronNumber:Hold-PatronNumber-NULL
                   ,:Hold-HoldDate:Hold-HoldDate-NULL
                   ,:Hold-PickupDeadline:Hold-PickupDeadline-NULL
           END-EXEC
           MOVE DCLHoldShelf TO WS-ROW-IMAGE
           MOVE DCLHoldShelf-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-HOLDSHELF.
           MOVE WS-ROW-IMAGE TO DCLHoldShelf
           MOVE WS-IND-IMAGE TO DCLHoldShelf-NULL
           EXEC SQL
               INSERT INTO HoldShelf
                     ( BookID, CopyNumber, PatronNumber, HoldDate
                     , PickupDeadline )
               VALUES ( :Hold-BookID:Hold-BookID-NULL
                      , :Hold-CopyNumber:Hold-CopyNumber-NULL
                      , :Hold-PatronNumber:Hold-PatronNumber-NULL
                      , :Hold-HoldDate:Hold-HoldDate-NULL
                      , :Hold-PickupDeadline:Hold-PickupDeadline-NULL )
           END-EXEC
           .
       FETCH-SNAP-TRANSIT.
           MOVE SPACES TO DCLBookTransit
           EXEC SQL
               FETCH CSR-SNAP-TRANSIT INTO
                    :Trn-BookID:Trn-BookID-NULL
                   ,:Trn-CopyNumber:Trn-CopyNumber-NULL
                   ,:Trn-FromBranchID:Trn-FromBranchID-NULL
                   ,:Trn-ToBranchID:Trn-ToBranchID-NULL
                   ,:Trn-ShipDate:Trn-ShipDate-NULL
                   ,:Trn-ShipUserID:Trn-ShipUserID-NULL
                   ,:Trn-HoldPatron:Trn-HoldPatron-NULL
                   ,:Trn-ReceiveDate:Trn-ReceiveDate-NULL
                   ,:Trn-ReceiveUserID:Trn-ReceiveUserID-NULL
                   ,:Trn-Status:Trn-Status-NULL
           END-EXEC
           MOVE DCLBookTransit TO WS-ROW-IMAGE
           MOVE DCLBookTransit-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-TRANSIT.
           MOVE WS-ROW-IMAGE TO DCLBookTransit
           MOVE WS-IND-IMAGE TO DCLBookTransit-NULL
           EXEC SQL
               INSERT INTO BookTransit
                     ( BookID, CopyNumber, FromBranchID
                     , ToBranchID, ShipDate, ShipUserID
                     , HoldPatron, ReceiveDate, ReceiveUserID
                     , Status )
               VALUES ( :Trn-BookID:Trn-BookID-NULL
                      , :Trn-CopyNumber:Trn-CopyNumber-NULL
                      , :Trn-FromBranchID:Trn-FromBranchID-NULL
                      , :Trn-ToBranchID:Trn-ToBranchID-NULL
                      , :Trn-ShipDate:Trn-ShipDate-NULL
                      , :Trn-ShipUserID:Trn-ShipUserID-NULL
                      , :Trn-HoldPatron:Trn-HoldPatron-NULL
                      , :Trn-ReceiveDate:Trn-ReceiveDate-NULL
                      , :Trn-ReceiveUserID:Trn-ReceiveUserID-NULL
                      , :Trn-Status:Trn-Status-NULL )
           END-EXEC
           .
       FETCH-SNAP-CLAIM.
           MOVE SPACES TO DCLClaimReturn
           EXEC SQL
               FETCH CSR-SNAP-CLAIM INTO
                    :Clm-BookID:Clm-BookID-NULL
                   ,:Clm-CopyNumber:Clm-CopyNumber-NULL
                   ,:Clm-PatronNumber:Clm-PatronNumber-NULL
                   ,:Clm-ClaimDate:Clm-ClaimDate-NULL
                   ,:Clm-ClaimUserID:Clm-ClaimUserID-NULL
                   ,:Clm-BranchID:Clm-BranchID-NULL
                   ,:Clm-Status:Clm-Status-NULL
                   ,:Clm-ResolveDate:Clm-ResolveDate-NULL
                   ,:Clm-ResolveUserID:Clm-ResolveUserID-NULL
           END-EXEC
           MOVE DCLClaimReturn TO WS-ROW-IMAGE
           MOVE DCLClaimReturn-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-CLAIM.
           MOVE WS-ROW-IMAGE TO DCLClaimReturn
           MOVE WS-IND-IMAGE TO DCLClaimReturn-NULL
           EXEC SQL
               INSERT INTO ClaimReturn
                     ( BookID, CopyNumber, PatronNumber, ClaimDate
                     , ClaimUserID, BranchID, Status, ResolveDate
                     , ResolveUserID )
               VALUES ( :Clm-BookID:Clm-BookID-NULL
                      , :Clm-CopyNumber:Clm-CopyNumber-NULL
                      , :Clm-PatronNumber:Clm-PatronNumber-NULL
                      , :Clm-ClaimDate:Clm-ClaimDate-NULL
                      , :Clm-ClaimUserID:Clm-ClaimUserID-NULL
                      , :Clm-BranchID:Clm-BranchID-NULL
                      , :Clm-Status:Clm-Status-NULL
                      , :Clm-ResolveDate:Clm-ResolveDate-NULL
                      , :Clm-ResolveUserID:Clm-ResolveUserID-NULL )
           END-EXEC
           .
       FETCH-SNAP-ILLREQ.
           MOVE SPACES TO DCLILLRequest
           EXEC SQL
               FETCH CSR-SNAP-ILLREQ INTO
                    :Ill-IllID:Ill-IllID-NULL
                   ,:Ill-PatronNumber:Ill-PatronNumber-NULL
                   ,:Ill-ReqTitle:Ill-ReqTitle-NULL
                   ,:Ill-LendingLib:Ill-LendingLib-NULL
                   ,:Ill-RequestDate:Ill-RequestDate-NULL
                   ,:Ill-ReceivedDate:Ill-ReceivedDate-NULL
                   ,:Ill-DueBackDate:Ill-DueBackDate-NULL
                   ,:Ill-Barcode:Ill-Barcode-NULL
                   ,:Ill-BookID:Ill-BookID-NULL
                   ,:Ill-Status:Ill-Status-NULL
           END-EXEC
           MOVE DCLILLRequest TO WS-ROW-IMAGE
           MOVE DCLILLRequest-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-ILLREQ.
           MOVE WS-ROW-IMAGE TO DCLILLRequest
           MOVE WS-IND-IMAGE TO DCLILLRequest-NULL
           EXEC SQL
               INSERT INTO ILLRequest
                     ( IllID, PatronNumber, ReqTitle, LendingLib
                     , RequestDate, ReceivedDate, DueBackDate
                     , Barcode, BookID, Status )
               VALUES ( :Ill-IllID:Ill-IllID-NULL
                      , :Ill-PatronNumber:Ill-PatronNumber-NULL
                      , :Ill-ReqTitle:Ill-ReqTitle-NULL
                      , :Ill-LendingLib:Ill-LendingLib-NULL
                      , :Ill-RequestDate:Ill-RequestDate-NULL
                      , :Ill-ReceivedDate:Ill-ReceivedDate-NULL
                      , :Ill-DueBackDate:Ill-DueBackDate-NULL
                      , :Ill-Barcode:Ill-Barcode-NULL
                      , :Ill-BookID:Ill-BookID-NULL
                      , :Ill-Status:Ill-Status-NULL )
           END-EXEC
           .
       FETCH-SNAP-FINE.
           MOVE SPACES TO DCLFine
           EXEC SQL
               FETCH CSR-SNAP-FINE INTO
                    :Fine-PatronNumber:Fine-PatronNumber-NULL
                   ,:Fine-BookID:Fine-BookID-NULL
                   ,:Fine-CopyNumber:Fine-CopyNumber-NULL
                   ,:Fine-FineDate:Fine-FineDate-NULL
                   ,:Fine-DaysLate:Fine-DaysLate-NULL
                   ,:Fine-FineAmount:Fine-FineAmount-NULL
                   ,:Fine-PaidFlag:Fine-PaidFlag-NULL
                   ,:Fine-ReferredFlag:Fine-ReferredFlag-NULL
                   ,:Fine-FineType:Fine-FineType-NULL
           END-EXEC
           MOVE DCLFine TO WS-ROW-IMAGE
           MOVE DCLFine-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-FINE.
           MOVE WS-ROW-IMAGE TO DCLFine
           MOVE WS-IND-IMAGE TO DCLFine-NULL
           EXEC SQL
               INSERT INTO Fine
                     ( PatronNumber, BookID, CopyNumber, FineDate
                     , DaysLate, FineAmount, PaidFlag
                     , ReferredFlag, FineType )
               VALUES ( :Fine-PatronNumber:Fine-PatronNumber-NULL
                      , :Fine-BookID:Fine-BookID-NULL
                      , :Fine-CopyNumber:Fine-CopyNumber-NULL
                      , :Fine-FineDate:Fine-FineDate-NULL
                      , :Fine-DaysLate:Fine-DaysLate-NULL
                      , :Fine-FineAmount:Fine-FineAmount-NULL
                      , :Fine-PaidFlag:Fine-PaidFlag-NULL
                      , :Fine-ReferredFlag:Fine-ReferredFlag-NULL
                      , :Fine-FineType:Fine-FineType-NULL )
           END-EXEC
           .
       FETCH-SNAP-PAYMENT.
           MOVE SPACES TO DCLPayment
           EXEC SQL
               FETCH CSR-SNAP-PAYMENT INTO
                    :Pay-PatronNumber:Pay-PatronNumber-NULL
                   ,:Pay-BookID:Pay-BookID-NULL
                   ,:Pay-CopyNumber:Pay-CopyNumber-NULL
                   ,:Pay-PayDate:Pay-PayDate-NULL
                   ,:Pay-PayAmount:Pay-PayAmount-NULL
                   ,:Pay-PayType:Pay-PayType-NULL
                   ,:Pay-ReasonCode:Pay-ReasonCode-NULL
                   ,:Pay-UserID:Pay-UserID-NULL
                   ,:Pay-BranchID:Pay-BranchID-NULL
                   ,:Pay-FineType:Pay-FineType-NULL
                   ,:Pay-ComebackDate:Pay-ComebackDate-NULL
           END-EXEC
           MOVE DCLPayment TO WS-ROW-IMAGE
           MOVE DCLPayment-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-PAYMENT.
           MOVE WS-ROW-IMAGE TO DCLPayment
           MOVE WS-IND-IMAGE TO DCLPayment-NULL
           EXEC SQL
               INSERT INTO Payment
                     ( PatronNumber, BookID, CopyNumber, PayDate
                     , PayAmount, PayType, ReasonCode, UserID
                     , BranchID, FineType, ComebackDate )
               VALUES ( :Pay-PatronNumber:Pay-PatronNumber-NULL
                      , :Pay-BookID:Pay-BookID-NULL
                      , :Pay-CopyNumber:Pay-CopyNumber-NULL
                      , :Pay-PayDate:Pay-PayDate-NULL
                      , :Pay-PayAmount:Pay-PayAmount-NULL
                      , :Pay-PayType:Pay-PayType-NULL
                      , :Pay-ReasonCode:Pay-ReasonCode-NULL
                      , :Pay-UserID:Pay-UserID-NULL
                      , :Pay-BranchID:Pay-BranchID-NULL
                      , :Pay-FineType:Pay-FineType-NULL
                      , :Pay-ComebackDate:Pay-ComebackDate-NULL )
           END-EXEC
           .
       FETCH-SNAP-COLLREF.
           MOVE SPACES TO DCLCollectRef
           EXEC SQL
               FETCH CSR-SNAP-COLLREF INTO
                    :Cref-PatronNumber:Cref-PatronNumber-NULL
                   ,:Cref-BookID:Cref-BookID-NULL
                   ,:Cref-CopyNumber:Cref-CopyNumber-NULL
                   ,:Cref-FineDate:Cref-FineDate-NULL
                   ,:Cref-FineType:Cref-FineType-NULL
                   ,:Cref-ReferDate:Cref-ReferDate-NULL
                   ,:Cref-ReferAmount:Cref-ReferAmount-NULL
                   ,:Cref-CollectedAmt:Cref-CollectedAmt-NULL
                   ,:Cref-CommissionAmt:Cref-CommissionAmt-NULL
                   ,:Cref-LastReportDate:Cref-LastReportDate-NULL
                   ,:Cref-Status:Cref-Status-NULL
           END-EXEC
           MOVE DCLCollectRef TO WS-ROW-IMAGE
           MOVE DCLCollectRef-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-COLLREF.
           MOVE WS-ROW-IMAGE TO DCLCollectRef
           MOVE WS-IND-IMAGE TO DCLCollectRef-NULL
           EXEC SQL
               INSERT INTO CollectRef
                     ( PatronNumber, BookID, CopyNumber, FineDate
                     , FineType, ReferDate, ReferAmount
                     , CollectedAmt, CommissionAmt, LastReportDate
                     , Status )
               VALUES ( :Cref-PatronNumber:Cref-PatronNumber-NULL
                      , :Cref-BookID:Cref-BookID-NULL
                      , :Cref-CopyNumber:Cref-CopyNumber-NULL
                      , :Cref-FineDate:Cref-FineDate-NULL
                      , :Cref-FineType:Cref-FineType-NULL
                      , :Cref-ReferDate:Cref-ReferDate-NULL
                      , :Cref-ReferAmount:Cref-ReferAmount-NULL
                      , :Cref-CollectedAmt:Cref-CollectedAmt-NULL
                      , :Cref-CommissionAmt:Cref-CommissionAmt-NULL
                      , :Cref-LastReportDate:Cref-LastReportDate-NULL
                      , :Cref-Status:Cref-Status-NULL )
           END-EXEC
           .
       FETCH-SNAP-DRAWCLS.
           MOVE SPACES TO DCLDrawerClose
           EXEC SQL
               FETCH CSR-SNAP-DRAWCLS INTO
                    :Drw-CloseDate:Drw-CloseDate-NULL
                   ,:Drw-UserID:Drw-UserID-NULL
                   ,:Drw-CountedAmt:Drw-CountedAmt-NULL
                   ,:Drw-ReceiptAmt:Drw-ReceiptAmt-NULL
                   ,:Drw-WaiverAmt:Drw-WaiverAmt-NULL
                   ,:Drw-OverShort:Drw-OverShort-NULL
                   ,:Drw-CloseTime:Drw-CloseTime-NULL
           END-EXEC
           MOVE DCLDrawerClose TO WS-ROW-IMAGE
           MOVE DCLDrawerClose-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-DRAWCLS.
           MOVE WS-ROW-IMAGE TO DCLDrawerClose
           MOVE WS-IND-IMAGE TO DCLDrawerClose-NULL
           EXEC SQL
               INSERT INTO DrawerClose
                     ( CloseDate, UserID, CountedAmt, ReceiptAmt
                     , WaiverAmt, OverShort, CloseTime )
               VALUES ( :Drw-CloseDate:Drw-CloseDate-NULL
                      , :Drw-UserID:Drw-UserID-NULL
                      , :Drw-CountedAmt:Drw-CountedAmt-NULL
                      , :Drw-ReceiptAmt:Drw-ReceiptAmt-NULL
                      , :Drw-WaiverAmt:Drw-WaiverAmt-NULL
                      , :Drw-OverShort:Drw-OverShort-NULL
                      , :Drw-CloseTime:Drw-CloseTime-NULL )
           END-EXEC
           .
       FETCH-SNAP-GLBATCH.
           MOVE SPACES TO DCLGLBatch
           EXEC SQL
               FETCH CSR-SNAP-GLBATCH INTO
                    :Glb-BusinessDate:Glb-BusinessDate-NULL
                   ,:Glb-PostDate:Glb-PostDate-NULL
                   ,:Glb-PostTime:Glb-PostTime-NULL
                   ,:Glb-LineCount:Glb-LineCount-NULL
                   ,:Glb-DebitTotal:Glb-DebitTotal-NULL
                   ,:Glb-CreditTotal:Glb-CreditTotal-NULL
           END-EXEC
           MOVE DCLGLBatch TO WS-ROW-IMAGE
           MOVE DCLGLBatch-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-GLBATCH.
           MOVE WS-ROW-IMAGE TO DCLGLBatch
           MOVE WS-IND-IMAGE TO DCLGLBatch-NULL
           EXEC SQL
               INSERT INTO GLBatch
                     ( BusinessDate, PostDate, PostTime, LineCount
                     , DebitTotal, CreditTotal )
               VALUES ( :Glb-BusinessDate:Glb-BusinessDate-NULL
                      , :Glb-PostDate:Glb-PostDate-NULL
                      , :Glb-PostTime:Glb-PostTime-NULL
                      , :Glb-LineCount:Glb-LineCount-NULL
                      , :Glb-DebitTotal:Glb-DebitTotal-NULL
                      , :Glb-CreditTotal:Glb-CreditTotal-NULL )
           END-EXEC
           .
       FETCH-SNAP-NOTICE.
           MOVE SPACES TO DCLNotice
           EXEC SQL
               FETCH CSR-SNAP-NOTICE INTO
                    :Ntc-NoticeID:Ntc-NoticeID-NULL
                   ,:Ntc-PatronNumber:Ntc-PatronNumber-NULL
                   ,:Ntc-NoticeType:Ntc-NoticeType-NULL
                   ,:Ntc-BookID:Ntc-BookID-NULL
                   ,:Ntc-CopyNumber:Ntc-CopyNumber-NULL
                   ,:Ntc-NoticeDate:Ntc-NoticeDate-NULL
                   ,:Ntc-NoticeText:Ntc-NoticeText-NULL
                   ,:Ntc-Status:Ntc-Status-NULL
                   ,:Ntc-DeliveryMode:Ntc-DeliveryMode-NULL
           END-EXEC
           MOVE DCLNotice TO WS-ROW-IMAGE
           MOVE DCLNotice-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-NOTICE.
           MOVE WS-ROW-IMAGE TO DCLNotice
           MOVE WS-IND-IMAGE TO DCLNotice-NULL
           EXEC SQL
               INSERT INTO Notice
                     ( NoticeID, PatronNumber, NoticeType, BookID
                     , CopyNumber, NoticeDate, NoticeText, Status
                     , DeliveryMode )
               VALUES ( :Ntc-NoticeID:Ntc-NoticeID-NULL
                      , :Ntc-PatronNumber:Ntc-PatronNumber-NULL
                      , :Ntc-NoticeType:Ntc-NoticeType-NULL
                      , :Ntc-BookID:Ntc-BookID-NULL
                      , :Ntc-CopyNumber:Ntc-CopyNumber-NULL
                      , :Ntc-NoticeDate:Ntc-NoticeDate-NULL
                      , :Ntc-NoticeText:Ntc-NoticeText-NULL
                      , :Ntc-Status:Ntc-Status-NULL
                      , :Ntc-DeliveryMode:Ntc-DeliveryMode-NULL )
           END-EXEC
           .
       FETCH-SNAP-NTCBNC.
           MOVE SPACES TO DCLNoticeBounce
           EXEC SQL
               FETCH CSR-SNAP-NTCBNC INTO
                    :Bnc-NoticeID:Bnc-NoticeID-NULL
                   ,:Bnc-PatronNumber:Bnc-PatronNumber-NULL
                   ,:Bnc-BounceDate:Bnc-BounceDate-NULL
                   ,:Bnc-Channel:Bnc-Channel-NULL
                   ,:Bnc-ReasonCode:Bnc-ReasonCode-NULL
                   ,:Bnc-ReasonText:Bnc-ReasonText-NULL
                   ,:Bnc-RequeueID:Bnc-RequeueID-NULL
                   ,:Bnc-Status:Bnc-Status-NULL
                   ,:Bnc-ClearDate:Bnc-ClearDate-NULL
           END-EXEC
           MOVE DCLNoticeBounce TO WS-ROW-IMAGE
           MOVE DCLNoticeBounce-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-NTCBNC.
           MOVE WS-ROW-IMAGE TO DCLNoticeBounce
           MOVE WS-IND-IMAGE TO DCLNoticeBounce-NULL
           EXEC SQL
               INSERT INTO NoticeBounce
                     ( NoticeID, PatronNumber, BounceDate, Channel
                     , ReasonCode, ReasonText, RequeueID, Status
                     , ClearDate )
               VALUES ( :Bnc-NoticeID:Bnc-NoticeID-NULL
                      , :Bnc-PatronNumber:Bnc-PatronNumber-NULL
                      , :Bnc-BounceDate:Bnc-BounceDate-NULL
                      , :Bnc-Channel:Bnc-Channel-NULL
                      , :Bnc-ReasonCode:Bnc-ReasonCode-NULL
                      , :Bnc-ReasonText:Bnc-ReasonText-NULL
                      , :Bnc-RequeueID:Bnc-RequeueID-NULL
                      , :Bnc-Status:Bnc-Status-NULL
                      , :Bnc-ClearDate:Bnc-ClearDate-NULL )
           END-EXEC
           .
       FETCH-SNAP-OFFTRAN.
           MOVE SPACES TO DCLOfflineTran
           EXEC SQL
               FETCH CSR-SNAP-OFFTRAN INTO
                    :Otran-SeqNo:Otran-SeqNo-NULL
                   ,:Otran-TranDate:Otran-TranDate-NULL
                   ,:Otran-TranTime:Otran-TranTime-NULL
                   ,:Otran-TransCode:Otran-TransCode-NULL
                   ,:Otran-Barcode:Otran-Barcode-NULL
                   ,:Otran-PatronNumber:Otran-PatronNumber-NULL
                   ,:Otran-UserID:Otran-UserID-NULL
                   ,:Otran-BranchID:Otran-BranchID-NULL
           END-EXEC
           MOVE DCLOfflineTran TO WS-ROW-IMAGE
           MOVE DCLOfflineTran-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-OFFTRAN.
           MOVE WS-ROW-IMAGE TO DCLOfflineTran
           MOVE WS-IND-IMAGE TO DCLOfflineTran-NULL
           EXEC SQL
               INSERT INTO OfflineTran
                     ( SeqNo, TranDate, TranTime, TransCode
                     , Barcode, PatronNumber, UserID, BranchID )
               VALUES ( :Otran-SeqNo:Otran-SeqNo-NULL
                      , :Otran-TranDate:Otran-TranDate-NULL
                      , :Otran-TranTime:Otran-TranTime-NULL
                      , :Otran-TransCode:Otran-TransCode-NULL
                      , :Otran-Barcode:Otran-Barcode-NULL
                      , :Otran-PatronNumber:Otran-PatronNumber-NULL
                      , :Otran-UserID:Otran-UserID-NULL
                      , :Otran-BranchID:Otran-BranchID-NULL )
           END-EXEC
           .
       FETCH-SNAP-AUDIT.
           MOVE SPACES TO DCLAuditLog
           EXEC SQL
               FETCH CSR-SNAP-AUDIT INTO
                    :Audit-BookID:Audit-BookID-NULL
                   ,:Audit-CopyNumber:Audit-CopyNumber-NULL
                   ,:Audit-OldPatronNumber:Audit-OldPatronNumber-NULL
                   ,:Audit-NewPatronNumber:Audit-NewPatronNumber-NULL
                   ,:Audit-ChangeDate:Audit-ChangeDate-NULL
                   ,:Audit-UserID:Audit-UserID-NULL
                   ,:Audit-ChangeSource:Audit-ChangeSource-NULL
                   ,:Audit-BranchID:Audit-BranchID-NULL
           END-EXEC
           MOVE DCLAuditLog TO WS-ROW-IMAGE
           MOVE DCLAuditLog-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-AUDIT.
           MOVE WS-ROW-IMAGE TO DCLAuditLog
           MOVE WS-IND-IMAGE TO DCLAuditLog-NULL
           EXEC SQL
               INSERT INTO AuditLog
                     ( BookID, CopyNumber, OldPatronNumber
                     , NewPatronNumber, ChangeDate, UserID
                     , ChangeSource, BranchID )
               VALUES ( :Audit-BookID:Audit-BookID-NULL
                      , :Audit-CopyNumber:Audit-CopyNumber-NULL
                      , :Audit-OldPatronNumber
                        :Audit-OldPatronNumber-NULL
                      , :Audit-NewPatronNumber
                        :Audit-NewPatronNumber-NULL
                      , :Audit-ChangeDate:Audit-ChangeDate-NULL
                      , :Audit-UserID:Audit-UserID-NULL
                      , :Audit-ChangeSource:Audit-ChangeSource-NULL
                      , :Audit-BranchID:Audit-BranchID-NULL )
           END-EXEC
           .
       FETCH-SNAP-AUDITARCH.
           MOVE SPACES TO DCLAuditLogArch
           EXEC SQL
               FETCH CSR-SNAP-AUDITARCH INTO
                    :AArch-BookID:AArch-BookID-NULL
                   ,:AArch-CopyNumber:AArch-CopyNumber-NULL
                   ,:AArch-OldPatronNumber:AArch-OldPatronNumber-NULL
                   ,:AArch-NewPatronNumber:AArch-NewPatronNumber-NULL
                   ,:AArch-ChangeDate:AArch-ChangeDate-NULL
                   ,:AArch-UserID:AArch-UserID-NULL
                   ,:AArch-ChangeSource:AArch-ChangeSource-NULL
                   ,:AArch-BranchID:AArch-BranchID-NULL
                   ,:AArch-ArchiveDate:AArch-ArchiveDate-NULL
           END-EXEC
           MOVE DCLAuditLogArch TO WS-ROW-IMAGE
           MOVE DCLAuditLogArch-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-AUDITARCH.
           MOVE WS-ROW-IMAGE TO DCLAuditLogArch
           MOVE WS-IND-IMAGE TO DCLAuditLogArch-NULL
           EXEC SQL
               INSERT INTO AuditLogArch
                     ( BookID, CopyNumber, OldPatronNumber
                     , NewPatronNumber, ChangeDate, UserID
                     , ChangeSource, BranchID, ArchiveDate )
               VALUES ( :AArch-BookID:AArch-BookID-NULL
                      , :AArch-CopyNumber:AArch-CopyNumber-NULL
                      , :AArch-OldPatronNumber
                        :AArch-OldPatronNumber-NULL
                      , :AArch-NewPatronNumber
                        :AArch-NewPatronNumber-NULL
                      , :AArch-ChangeDate:AArch-ChangeDate-NULL
                      , :AArch-UserID:AArch-UserID-NULL
                      , :AArch-ChangeSource:AArch-ChangeSource-NULL
                      , :AArch-BranchID:AArch-BranchID-NULL
                      , :AArch-ArchiveDate:AArch-ArchiveDate-NULL )
           END-EXEC
           .
       FETCH-SNAP-SUSPENSE.
           MOVE SPACES TO DCLSuspense
           EXEC SQL
               FETCH CSR-SNAP-SUSPENSE INTO
                    :Susp-SuspenseID:Susp-SuspenseID-NULL
                   ,:Susp-ProgramName:Susp-ProgramName-NULL
                   ,:Susp-CardImage:Susp-CardImage-NULL
                   ,:Susp-RejectReason:Susp-RejectReason-NULL
                   ,:Susp-RejectDate:Susp-RejectDate-NULL
                   ,:Susp-UserID:Susp-UserID-NULL
                   ,:Susp-Status:Susp-Status-NULL
           END-EXEC
           MOVE DCLSuspense TO WS-ROW-IMAGE
           MOVE DCLSuspense-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-SUSPENSE.
           MOVE WS-ROW-IMAGE TO DCLSuspense
           MOVE WS-IND-IMAGE TO DCLSuspense-NULL
           EXEC SQL
               INSERT INTO Suspense
                     ( SuspenseID, ProgramName, CardImage
                     , RejectReason, RejectDate, UserID, Status )
               VALUES ( :Susp-SuspenseID:Susp-SuspenseID-NULL
                      , :Susp-ProgramName:Susp-ProgramName-NULL
                      , :Susp-CardImage:Susp-CardImage-NULL
                      , :Susp-RejectReason:Susp-RejectReason-NULL
                      , :Susp-RejectDate:Susp-RejectDate-NULL
                      , :Susp-UserID:Susp-UserID-NULL
                      , :Susp-Status:Susp-Status-NULL )
           END-EXEC
           .
       FETCH-SNAP-STATRTN.
           MOVE SPACES TO DCLStatReturn
           EXEC SQL
               FETCH CSR-SNAP-STATRTN INTO
                    :Stat-FiscalYear:Stat-FiscalYear-NULL
                   ,:Stat-BranchID:Stat-BranchID-NULL
                   ,:Stat-Element:Stat-Element-NULL
                   ,:Stat-ElementKey:Stat-ElementKey-NULL
                   ,:Stat-ElementValue:Stat-ElementValue-NULL
                   ,:Stat-RunDate:Stat-RunDate-NULL
           END-EXEC
           MOVE DCLStatReturn TO WS-ROW-IMAGE
           MOVE DCLStatReturn-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-STATRTN.
           MOVE WS-ROW-IMAGE TO DCLStatReturn
           MOVE WS-IND-IMAGE TO DCLStatReturn-NULL
           EXEC SQL
               INSERT INTO StatReturn
                     ( FiscalYear, BranchID, Element, ElementKey
                     , ElementValue, RunDate )
               VALUES ( :Stat-FiscalYear:Stat-FiscalYear-NULL
                      , :Stat-BranchID:Stat-BranchID-NULL
                      , :Stat-Element:Stat-Element-NULL
                      , :Stat-ElementKey:Stat-ElementKey-NULL
                      , :Stat-ElementValue:Stat-ElementValue-NULL
                      , :Stat-RunDate:Stat-RunDate-NULL )
           END-EXEC
           .
       FETCH-SNAP-RESTART.
           MOVE SPACES TO DCLRestartCtl
           EXEC SQL
               FETCH CSR-SNAP-RESTART INTO
                    :Restart-ProgramName:Restart-ProgramName-NULL
                   ,:Restart-SearchMode:Restart-SearchMode-NULL
                   ,:Restart-SearchValue:Restart-SearchValue-NULL
                   ,:Restart-SearchBranch:Restart-SearchBranch-NULL
                   ,:Restart-LastAuthor:Restart-LastAuthor-NULL
                   ,:Restart-LastBookID:Restart-LastBookID-NULL
                   ,:Restart-LastCopyNumber:Restart-LastCopyNumber-NULL
           END-EXEC
           MOVE DCLRestartCtl TO WS-ROW-IMAGE
           MOVE DCLRestartCtl-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-RESTART.
           MOVE WS-ROW-IMAGE TO DCLRestartCtl
           MOVE WS-IND-IMAGE TO DCLRestartCtl-NULL
           EXEC SQL
               INSERT INTO RestartCtl
                     ( ProgramName, SearchMode, SearchValue
                     , SearchBranch, LastAuthor, LastBookID
                     , LastCopyNumber )
               VALUES ( :Restart-ProgramName:Restart-ProgramName-NULL
                      , :Restart-SearchMode:Restart-SearchMode-NULL
                      , :Restart-SearchValue:Restart-SearchValue-NULL
                      , :Restart-SearchBranch:Restart-SearchBranch-NULL
                      , :Restart-LastAuthor:Restart-LastAuthor-NULL
                      , :Restart-LastBookID:Restart-LastBookID-NULL
                      , :Restart-LastCopyNumber
                        :Restart-LastCopyNumber-NULL )
           END-EXEC
           .
       FETCH-SNAP-SCANWORK.
           MOVE SPACES TO DCLScanWork
           EXEC SQL
               FETCH CSR-SNAP-SCANWORK INTO
                    :Scan-Barcode:Scan-Barcode-NULL
           END-EXEC
           MOVE DCLScanWork TO WS-ROW-IMAGE
           MOVE DCLScanWork-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-SCANWORK.
           MOVE WS-ROW-IMAGE TO DCLScanWork
           MOVE WS-IND-IMAGE TO DCLScanWork-NULL
           EXEC SQL
               INSERT INTO ScanWork
                     ( Barcode )
               VALUES ( :Scan-Barcode:Scan-Barcode-NULL )
           END-EXEC
           .
       FETCH-SNAP-WEEDWORK.
           MOVE SPACES TO DCLWeedWork
           EXEC SQL
               FETCH CSR-SNAP-WEEDWORK INTO
                    :Weed-BranchID:Weed-BranchID-NULL
                   ,:Weed-SubjectCode:Weed-SubjectCode-NULL
                   ,:Weed-BookID:Weed-BookID-NULL
                   ,:Weed-CopyNumber:Weed-CopyNumber-NULL
                   ,:Weed-BookTitle:Weed-BookTitle-NULL
                   ,:Weed-PublicationYear:Weed-PublicationYear-NULL
                   ,:Weed-LastActivity:Weed-LastActivity-NULL
                   ,:Weed-WeedReason:Weed-WeedReason-NULL
           END-EXEC
           MOVE DCLWeedWork TO WS-ROW-IMAGE
           MOVE DCLWeedWork-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-WEEDWORK.
           MOVE WS-ROW-IMAGE TO DCLWeedWork
           MOVE WS-IND-IMAGE TO DCLWeedWork-NULL
           EXEC SQL
               INSERT INTO WeedWork
                     ( BranchID, SubjectCode, BookID, CopyNumber
                     , BookTitle, PublicationYear, LastActivity
                     , WeedReason )
               VALUES ( :Weed-BranchID:Weed-BranchID-NULL
                      , :Weed-SubjectCode:Weed-SubjectCode-NULL
                      , :Weed-BookID:Weed-BookID-NULL
                      , :Weed-CopyNumber:Weed-CopyNumber-NULL
                      , :Weed-BookTitle:Weed-BookTitle-NULL
                      , :Weed-PublicationYear:Weed-PublicationYear-NULL
                      , :Weed-LastActivity:Weed-LastActivity-NULL
                      , :Weed-WeedReason:Weed-WeedReason-NULL )
           END-EXEC
           .
       FETCH-SNAP-JOBLOG.
           MOVE SPACES TO DCLJobRunLog
           EXEC SQL
               FETCH CSR-SNAP-JOBLOG INTO
                    :Jlog-ProgramName:Jlog-ProgramName-NULL
                   ,:Jlog-RunDate:Jlog-RunDate-NULL
                   ,:Jlog-StartTime:Jlog-StartTime-NULL
                   ,:Jlog-EndTime:Jlog-EndTime-NULL
                   ,:Jlog-RunStatus:Jlog-RunStatus-NULL
                   ,:Jlog-RunCounters:Jlog-RunCounters-NULL
           END-EXEC
           MOVE DCLJobRunLog TO WS-ROW-IMAGE
           MOVE DCLJobRunLog-NULL TO WS-IND-IMAGE
           .
       INSERT-SNAP-JOBLOG.
           MOVE WS-ROW-IMAGE TO DCLJobRunLog
           MOVE WS-IND-IMAGE TO DCLJobRunLog-NULL
           EXEC SQL
               INSERT INTO JobRunLog
                     ( ProgramName, RunDate, StartTime, EndTime
                     , RunStatus, RunCounters )
               VALUES ( :Jlog-ProgramName:Jlog-ProgramName-NULL
                      , :Jlog-RunDate:Jlog-RunDate-NULL
                      , :Jlog-StartTime:Jlog-StartTime-NULL
                      , :Jlog-EndTime:Jlog-EndTime-NULL
                      , :Jlog-RunStatus:Jlog-RunStatus-NULL
                      , :Jlog-RunCounters:Jlog-RunCounters-NULL )
           END-EXEC
           .
      *> A refused run is closed out on the run log as 'B'
      *> (blocked) with the reason, as GLPOST does.
       REFUSE-RUN.
           DISPLAY 'LIBSNAP: RUN REFUSED - ' WS-BLOCK-REASON
           PERFORM RESTORE-RUNLOG-KEY
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-EndTime
           MOVE 'B' TO Jlog-RunStatus
           MOVE SPACES TO Jlog-RunCounters
           STRING 'BLOCKED: ' DELIMITED BY SIZE
                  WS-BLOCK-REASON DELIMITED BY SIZE
             INTO Jlog-RunCounters
           EXEC SQL
               UPDATE JobRunLog
                  SET EndTime     = :Jlog-EndTime
                     ,RunStatus   = :Jlog-RunStatus
                     ,RunCounters = :Jlog-RunCounters
                WHERE ProgramName = :Jlog-ProgramName
                  AND RunDate     = :Jlog-RunDate
                  AND StartTime   = :Jlog-StartTime
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           EXEC SQL DISCONNECT CURRENT END-EXEC
           IF NOT UNATTENDED-RUN
               Display ' '
               Stop 'Press <CR> to terminate'
           END-IF
           STOP RUN
           .
       SHUT-DOWN.
           PERFORM WRITE-RUNLOG-END
           EXEC SQL DISCONNECT CURRENT END-EXEC
           IF NOT UNATTENDED-RUN
               Display ' '
               Stop 'Press <CR> to terminate'
           END-IF
           STOP RUN
           .
      *> -------------------------------------------
      *> JobRunLog bookkeeping - a row goes on with
      *> status 'R' as the run starts; WRITE-RUNLOG-END
      *> closes it out as 'S' with the run's counters
      *> (the SQL error handler closes it as 'F').
      *> -------------------------------------------
       WRITE-RUNLOG-START.
           MOVE 'LIBSNAP ' TO Jlog-ProgramName
           MOVE FUNCTION CURRENT-DATE (1:8) TO Jlog-RunDate
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-StartTime
           MOVE SPACES TO Jlog-EndTime
           MOVE 'R'    TO Jlog-RunStatus
           MOVE SPACES TO Jlog-RunCounters
           MOVE Jlog-ProgramName TO WS-OWN-PROGRAM
           MOVE Jlog-RunDate     TO WS-OWN-DATE
           MOVE Jlog-StartTime   TO WS-OWN-TIME
           EXEC SQL
               INSERT INTO JobRunLog
                     ( ProgramName, RunDate, StartTime, EndTime
                     , RunStatus, RunCounters )
               VALUES ( :Jlog-ProgramName, :Jlog-RunDate
                      , :Jlog-StartTime, :Jlog-EndTime
                      , :Jlog-RunStatus, :Jlog-RunCounters )
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
       WRITE-RUNLOG-END.
           PERFORM RESTORE-RUNLOG-KEY
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-EndTime
           MOVE 'S' TO Jlog-RunStatus
           MOVE SPACES TO Jlog-RunCounters
           STRING
               'MODE=' DELIMITED BY SIZE
               WS-CARD-MODE DELIMITED BY SIZE
               ' TABLES=' DELIMITED BY SIZE
               WS-TABLE-COUNT DELIMITED BY SIZE
               ' ROWS=' DELIMITED BY SIZE
               WS-TOTAL-ROWS DELIMITED BY SIZE
               ' REF=' DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               ' DIFF=' DELIMITED BY SIZE
               WS-DIFF-COUNT DELIMITED BY SIZE
             INTO Jlog-RunCounters
           EXEC SQL
               UPDATE JobRunLog
                  SET EndTime     = :Jlog-EndTime
                     ,RunStatus   = :Jlog-RunStatus
                     ,RunCounters = :Jlog-RunCounters
                WHERE ProgramName = :Jlog-ProgramName
                  AND RunDate     = :Jlog-RunDate
                  AND StartTime   = :Jlog-StartTime
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           .
       RESTORE-RUNLOG-KEY.
           MOVE WS-OWN-PROGRAM TO Jlog-ProgramName
           MOVE WS-OWN-DATE    TO Jlog-RunDate
           MOVE WS-OWN-TIME    TO Jlog-StartTime
           .
       OpenESQL-Error SECTION.

           display "SQL Error = " sqlstate " " sqlcode
           display MFSQLMESSAGETEXT
      *> Close out the JobRunLog row as failed so the morning
      *> operator sees the abend in the run log, not just in
      *> SYSOUT.  WHENEVER goes to CONTINUE first so an error
      *> updating the log cannot re-enter this handler.
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
      *> the JobRunLog host variables may be holding a row of
      *> that table - the run's own key goes back first
           MOVE WS-OWN-PROGRAM TO Jlog-ProgramName
           MOVE WS-OWN-DATE    TO Jlog-RunDate
           MOVE WS-OWN-TIME    TO Jlog-StartTime
           MOVE FUNCTION CURRENT-DATE (9:6) TO Jlog-EndTime
           MOVE 'F' TO Jlog-RunStatus
           EXEC SQL
               UPDATE JobRunLog
                  SET EndTime   = :Jlog-EndTime
                     ,RunStatus = :Jlog-RunStatus
                WHERE ProgramName = :Jlog-ProgramName
                  AND RunDate     = :Jlog-RunDate
                  AND StartTime   = :Jlog-StartTime
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           stop run
           .
