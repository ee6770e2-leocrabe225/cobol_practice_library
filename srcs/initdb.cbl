       01  USERNAME               PIC X(30) VALUE "cobol".
       01  PASSWD                 PIC X(30) VALUE "mdp".
       01  DBNAME                 PIC X(10) VALUE "test_table".
       01  WS-SCHEMA-VERSION      PIC 9(05) VALUE 116.
       01  WS-DB-SCHEMA-VERSION   PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 0795-CREATE-ACCESSIONS-BEGIN
              THRU 0795-CREATE-ACCESSIONS-END.

           PERFORM 0796-CREATE-HOUSEHOLDS-BEGIN
              THRU 0796-CREATE-HOUSEHOLDS-END.

           PERFORM 0797-CREATE-PROXIES-BEGIN
              THRU 0797-CREATE-PROXIES-END.

           PERFORM 0798-CREATE-CLAIMS-BEGIN
              THRU 0798-CREATE-CLAIMS-END.

           PERFORM 0799-CREATE-DELIVERY-BEGIN
              THRU 0799-CREATE-DELIVERY-END.

           PERFORM 0810-CREATE-LOAN-POLICY-BEGIN
              THRU 0810-CREATE-LOAN-POLICY-END.

           PERFORM 0811-CREATE-HOLD-SUSPENSION-BEGIN
              THRU 0811-CREATE-HOLD-SUSPENSION-END.

           PERFORM 0812-CREATE-PATRON-SUSPENSIONS-BEGIN
              THRU 0812-CREATE-PATRON-SUSPENSIONS-END.

           PERFORM 0813-CREATE-HISTORY-PREFERENCE-BEGIN
              THRU 0813-CREATE-HISTORY-PREFERENCE-END.

           PERFORM 0814-CREATE-KIT-PIECES-BEGIN
              THRU 0814-CREATE-KIT-PIECES-END.

           PERFORM 0815-CREATE-CALL-NUMBERS-BEGIN
              THRU 0815-CREATE-CALL-NUMBERS-END.

           PERFORM 0816-CREATE-WORKS-BEGIN
              THRU 0816-CREATE-WORKS-END.

           PERFORM 0817-CREATE-QUALITY-HISTORY-BEGIN
              THRU 0817-CREATE-QUALITY-HISTORY-END.

           PERFORM 0818-CREATE-REVIEWS-BEGIN
              THRU 0818-CREATE-REVIEWS-END.

           PERFORM 0819-CREATE-STANDING-ORDERS-BEGIN
              THRU 0819-CREATE-STANDING-ORDERS-END.

           PERFORM 0820-CREATE-READING-LISTS-BEGIN
              THRU 0820-CREATE-READING-LISTS-END.

           PERFORM 0821-CREATE-PC-BOOKINGS-BEGIN
              THRU 0821-CREATE-PC-BOOKINGS-END.

           PERFORM 0822-CREATE-VOLUNTEERS-BEGIN
              THRU 0822-CREATE-VOLUNTEERS-END.

           PERFORM 0823-CREATE-FUND-ROLLOVER-BEGIN
              THRU 0823-CREATE-FUND-ROLLOVER-END.

           PERFORM 0824-CREATE-AP-RUN-BEGIN
              THRU 0824-CREATE-AP-RUN-END.

           PERFORM 0825-CREATE-GL-MAPPINGS-BEGIN
              THRU 0825-CREATE-GL-MAPPINGS-END.

           PERFORM 0826-CREATE-ONLINE-TENDER-BEGIN
              THRU 0826-CREATE-ONLINE-TENDER-END.

           PERFORM 0827-CREATE-VAT-CODES-BEGIN
              THRU 0827-CREATE-VAT-CODES-END.

           PERFORM 0828-CREATE-ILL-BILLING-BEGIN
              THRU 0828-CREATE-ILL-BILLING-END.

           PERFORM 0829-CREATE-SERIAL-RENEWAL-BEGIN
              THRU 0829-CREATE-SERIAL-RENEWAL-END.

           PERFORM 0830-CREATE-SERIAL-BINDING-BEGIN
              THRU 0830-CREATE-SERIAL-BINDING-END.

           PERFORM 0831-CREATE-NETWORK-BLOCKS-BEGIN
              THRU 0831-CREATE-NETWORK-BLOCKS-END.

           PERFORM 0832-CREATE-FLOATING-COLLECTIONS-BEGIN
              THRU 0832-CREATE-FLOATING-COLLECTIONS-END.

           PERFORM 0833-CREATE-COURIER-MANIFEST-BEGIN
              THRU 0833-CREATE-COURIER-MANIFEST-END.

           PERFORM 0834-CREATE-EVENT-WAITLIST-BEGIN
              THRU 0834-CREATE-EVENT-WAITLIST-END.

           PERFORM 0835-CREATE-EVENT-SERIES-BEGIN
              THRU 0835-CREATE-EVENT-SERIES-END.

           PERFORM 0836-CREATE-ROOM-HIRE-BEGIN
              THRU 0836-CREATE-ROOM-HIRE-END.

           PERFORM 0837-CREATE-EQUIP-INSPECTIONS-BEGIN
              THRU 0837-CREATE-EQUIP-INSPECTIONS-END.

           PERFORM 0838-CREATE-FOOTFALL-BEGIN
              THRU 0838-CREATE-FOOTFALL-END.

           PERFORM 0839-CREATE-BATCH-STEPS-BEGIN
              THRU 0839-CREATE-BATCH-STEPS-END.

           PERFORM 0840-CREATE-TABLE-GROWTH-BEGIN
              THRU 0840-CREATE-TABLE-GROWTH-END.

           PERFORM 0841-CREATE-AUDIT-CHAIN-BEGIN
              THRU 0841-CREATE-AUDIT-CHAIN-END.

           PERFORM 0842-CREATE-SIP-TERMINALS-BEGIN
              THRU 0842-CREATE-SIP-TERMINALS-END.

           PERFORM 0843-CREATE-ELECTRONIC-LOANS-BEGIN
              THRU 0843-CREATE-ELECTRONIC-LOANS-END.

           PERFORM 0844-CREATE-SCHOOL-DELTA-BEGIN
              THRU 0844-CREATE-SCHOOL-DELTA-END.

           PERFORM 0845-CREATE-REPORT-DISTRIBUTION-BEGIN
              THRU 0845-CREATE-REPORT-DISTRIBUTION-END.

           PERFORM 0846-CREATE-MARKETING-CONSENT-BEGIN
              THRU 0846-CREATE-MARKETING-CONSENT-END.

           PERFORM 0847-CREATE-PRINT-STATION-BEGIN
              THRU 0847-CREATE-PRINT-STATION-END.

           PERFORM 0848-CREATE-CARD-PRINTING-BEGIN
              THRU 0848-CREATE-CARD-PRINTING-END.

           PERFORM 0849-CREATE-LOST-PROPERTY-BEGIN
              THRU 0849-CREATE-LOST-PROPERTY-END.

           PERFORM 0770-CHECK-SCHEMA-VERSION-BEGIN
              THRU 0770-CHECK-SCHEMA-VERSION-END.

               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'CLAIM-WRITEOFF-DAYS', '60'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'CLAIM-WRITEOFF-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'DELIVERY-LOAN-DAYS', '42'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'DELIVERY-LOAN-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'DELIVERY-PICKS', '6'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'DELIVERY-PICKS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'SHORT-LOAN-HOURS', '3'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'SHORT-LOAN-HOURS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'HOURLY-FINE-RATE', '0.50'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'HOURLY-FINE-RATE'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'AUTORENEW-DAYS', '3'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'AUTORENEW-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'HOLD-SUSP-MAX-DAYS', '90'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'HOLD-SUSP-MAX-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    how far ahead the volunteer background-check report
      *    looks for checks running out
           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'VOLUNTEER-CHECK-DAYS', '60'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'VOLUNTEER-CHECK-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    the PC booking grid : slot length in minutes and the
      *    hours the PCs can be booked from and to
           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'PC-SLOT-MINUTES', '30'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'PC-SLOT-MINUTES'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'PC-OPEN-HOUR', '9'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'PC-OPEN-HOUR'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'PC-CLOSE-HOUR', '20'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'PC-CLOSE-HOUR'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Till_sessions table is available.".
       0782-CREATE-TILL-TABLES-END.

      *    a family comes to the desk as one unit : the household
      *    ties its people rows to one adult guarantor who answers
      *    for the juniors' charges ; max_loans 0 means the
      *    household has no ceiling beyond each member's category
       0796-CREATE-HOUSEHOLDS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS households (
                   id SERIAL PRIMARY KEY,
                   name CHAR(40) NOT NULL,
                   guarantor_id INT NOT NULL,
                   max_loans INT NOT NULL DEFAULT 0,
                   created_date CHAR(8) NOT NULL,
                   deleted_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    0 is the patron on their own, as every row was before
           EXEC SQL
               ALTER TABLE people
               ADD COLUMN IF NOT EXISTS
                   household_id INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    who actually handed the money over : 0 is the borrower
      *    themself, otherwise the guarantor who paid for a junior
           EXEC SQL
               ALTER TABLE fine_payments
               ADD COLUMN IF NOT EXISTS
                   payer_id INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Households table is available.".
       0796-CREATE-HOUSEHOLDS-END.

      *    a patron names the carers and relatives who may collect
      *    holds and borrow on their behalf, each until an expiry
      *    date ; the loan always stays on the principal's card
      *    and the proxy who handled it is stamped beside it
       0797-CREATE-PROXIES-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS proxy_authorisations (
                   id SERIAL PRIMARY KEY,
                   principal_id INT NOT NULL,
                   proxy_id INT NOT NULL,
                   expiry_date CHAR(8) NOT NULL,
                   set_by CHAR(10) NOT NULL,
                   set_date CHAR(8) NOT NULL,
                   revoked_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    0 on both is the patron at the desk themself
           EXEC SQL
               ALTER TABLE borrowings
               ADD COLUMN IF NOT EXISTS
                   proxy_id INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE desk_events
               ADD COLUMN IF NOT EXISTS
                   proxy_id INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Proxy_authorisations table is available.".
       0797-CREATE-PROXIES-END.

      *    "I brought it back" disputes : claim_status C parks the
      *    loan (no fines, no overdue letters, no fines block)
      *    while the copy is searched for ; S found on the shelf,
      *    P the patron found it, W written off as lost -- blank
      *    is an ordinary loan
       0798-CREATE-CLAIMS-BEGIN.
           EXEC SQL
               ALTER TABLE borrowings
               ADD COLUMN IF NOT EXISTS
                   claim_status CHAR(1) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   claim_date CHAR(8) NOT NULL DEFAULT '00000000'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    how often this patron has said it, for the desk to see
           EXEC SQL
               ALTER TABLE people
               ADD COLUMN IF NOT EXISTS
                   claims_count INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Claims-returned columns are available.".
       0798-CREATE-CLAIMS-END.

      *    the housebound round : each delivery patron belongs to
      *    one volunteer round and states what they like to read
       0799-CREATE-DELIVERY-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS delivery_rounds (
                   id SERIAL PRIMARY KEY,
                   name CHAR(30) NOT NULL,
                   volunteer_name CHAR(40) NOT NULL DEFAULT ' ',
                   round_day CHAR(3) NOT NULL DEFAULT ' ',
                   deleted_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE people
               ADD COLUMN IF NOT EXISTS
                   delivery_flag CHAR(1) NOT NULL DEFAULT 'N',
               ADD COLUMN IF NOT EXISTS
                   delivery_round_id INT NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   delivery_language CHAR(20) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   delivery_address CHAR(50) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    pref_kind T : ref_id is a types id
      *    pref_kind S : ref_id is a subjects id
           EXEC SQL
               CREATE TABLE IF NOT EXISTS delivery_prefs (
                   id SERIAL PRIMARY KEY,
                   people_id INT NOT NULL,
                   pref_kind CHAR(1) NOT NULL,
                   ref_id INT NOT NULL
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    status P : proposed by the selection batch
      *    status L : went out in the bag, borrowing_id set
      *    status X : superseded by a later selection run
           EXEC SQL
               CREATE TABLE IF NOT EXISTS delivery_selections (
                   id SERIAL PRIMARY KEY,
                   people_id INT NOT NULL,
                   round_id INT NOT NULL,
                   book_id INT NOT NULL,
                   run_date CHAR(8) NOT NULL,
                   status CHAR(1) NOT NULL DEFAULT 'P',
                   borrowing_id INT NOT NULL DEFAULT 0
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    delivery loans run on the round's longer period and
      *    come back in the next bag
           EXEC SQL
               ALTER TABLE borrowings
               ADD COLUMN IF NOT EXISTS
                   delivery_flag CHAR(1) NOT NULL DEFAULT 'N'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Home delivery tables are available.".
       0799-CREATE-DELIVERY-END.

      *    loan policy per accession : N normal, R reference only
      *    (never leaves the building), S short loan due back the
      *    same day by the hour
       0810-CREATE-LOAN-POLICY-BEGIN.
           EXEC SQL
               ALTER TABLE copies
               ADD COLUMN IF NOT EXISTS
                   loan_policy CHAR(1) NOT NULL DEFAULT 'N'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    a short loan carries its due time (HHMM) next to the
      *    due date, and the time it came back, so calcfine can
      *    charge by the hour
           EXEC SQL
               ALTER TABLE borrowings
               ADD COLUMN IF NOT EXISTS
                   loan_policy CHAR(1) NOT NULL DEFAULT 'N',
               ADD COLUMN IF NOT EXISTS
                   due_time CHAR(4) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   returned_time CHAR(4) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    a reference item picked off the shelf and read in the
      *    building : scanned at the desk, counted, never lent
           EXEC SQL
               CREATE TABLE IF NOT EXISTS in_library_uses (
                   id SERIAL PRIMARY KEY,
                   copy_id INT NOT NULL DEFAULT 0,
                   book_id INT NOT NULL,
                   use_date CHAR(8) NOT NULL,
                   use_time CHAR(4) NOT NULL DEFAULT ' ',
                   operator_id CHAR(10) NOT NULL DEFAULT ' '
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Loan policy columns are available.".
       0810-CREATE-LOAN-POLICY-END.

      *    a patron going away keeps their place in the queue : the
      *    hold is skipped from suspend_from up to the day before
      *    suspend_until, and counts again from suspend_until on
       0811-CREATE-HOLD-SUSPENSION-BEGIN.
           EXEC SQL
               ALTER TABLE holds
               ADD COLUMN IF NOT EXISTS
                   suspend_from CHAR(8) NOT NULL DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   suspend_until CHAR(8) NOT NULL DEFAULT '00000000'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Hold suspension columns are available.".
       0811-CREATE-HOLD-SUSPENSION-END.

       0812-CREATE-PATRON-SUSPENSIONS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS patron_suspensions (
                   id SERIAL PRIMARY KEY,
                   people_id INT NOT NULL REFERENCES people(id),
                   reason_code CHAR(2) NOT NULL,
                   reason_text VARCHAR(60) NOT NULL DEFAULT ' ',
                   from_date CHAR(8) NOT NULL,
                   to_date CHAR(8) NOT NULL,
                   set_by CHAR(10) NOT NULL,
                   set_date CHAR(8) NOT NULL,
                   lifted_date CHAR(8) NOT NULL DEFAULT '00000000',
                   lifted_by CHAR(10) NOT NULL DEFAULT ' '
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS patron_suspensions_people_idx
               ON patron_suspensions (people_id)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Patron suspensions are available.".
       0812-CREATE-PATRON-SUSPENSIONS-END.

      *    reading history : K kept, D not kept -- an opted-out
      *    patron's returned loans are moved, once settled, onto
      *    the single A row below, which holds history that no
      *    longer belongs to anybody (the statistics still count
      *    it, the patron no longer sees it)
       0813-CREATE-HISTORY-PREFERENCE-BEGIN.
           EXEC SQL
               ALTER TABLE people
               ADD COLUMN IF NOT EXISTS
                   history_pref CHAR(1) NOT NULL DEFAULT 'K'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO people (last_name, first_name,
                   expiry_date, history_pref)
               SELECT 'UNLINKED HISTORY', 'READING',
                   '00000000', 'A'
               WHERE NOT EXISTS (
                   SELECT 1 FROM people WHERE history_pref = 'A'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Reading history preference is available.".
       0813-CREATE-HISTORY-PREFERENCE-END.

      *    kits (language courses, board games, story sacks) lend
      *    as one copy of several pieces : piece_count 1 is an
      *    ordinary item.  A loan scanned back short stays open
      *    with missing_pieces set -- the incomplete return -- and
      *    the copy is held out of service as MP until the rest
      *    comes in
       0814-CREATE-KIT-PIECES-BEGIN.
           EXEC SQL
               ALTER TABLE copies
               ADD COLUMN IF NOT EXISTS
                   piece_count INT NOT NULL DEFAULT 1,
               ADD COLUMN IF NOT EXISTS
                   contents VARCHAR(100) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE borrowings
               ADD COLUMN IF NOT EXISTS
                   missing_pieces INT NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   incomplete_date CHAR(8) NOT NULL
                       DEFAULT '00000000'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO charge_codes (code, description, amount)
               SELECT 'PART', 'Missing kit piece', 5.00
               WHERE NOT EXISTS (
                   SELECT 1 FROM charge_codes WHERE code = 'PART'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Kit piece counts are available.".
       0814-CREATE-KIT-PIECES-END.

      *    where in the bay : class_number is the Dewey number
      *    (or a letter class such as FIC) as clsnorm files it, so
      *    that string order is shelf order ; cutter is the author
      *    or title mark that follows it on the spine.  Together
      *    they are the call number
       0815-CREATE-CALL-NUMBERS-BEGIN.
           EXEC SQL
               ALTER TABLE books
               ADD COLUMN IF NOT EXISTS
                   class_number CHAR(12) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   cutter CHAR(10) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS books_call_number_idx
               ON books (shelf_location, class_number, cutter)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Call numbers are available.".
       0815-CREATE-CALL-NUMBERS-END.

      *    a work gathers the editions and formats of one title
      *    (hardback, large print, audio) ; any_edition on a hold
      *    lets the first copy of any of them satisfy it
       0816-CREATE-WORKS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS works (
                   id SERIAL PRIMARY KEY,
                   title VARCHAR(50) NOT NULL,
                   created_date CHAR(8) NOT NULL
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE books
               ADD COLUMN IF NOT EXISTS
                   work_id INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS books_work_idx
               ON books (work_id)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE holds
               ADD COLUMN IF NOT EXISTS
                   any_edition CHAR(1) NOT NULL DEFAULT 'N'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Works are available.".
       0816-CREATE-WORKS-END.

      *    one row per business date from the catalogue quality
      *    worklist : how many live books fail at least one
      *    completeness rule, and how many fail each, so the
      *    cataloguing backlog can be followed month by month
       0817-CREATE-QUALITY-HISTORY-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS quality_history (
                   id SERIAL PRIMARY KEY,
                   business_date CHAR(8) NOT NULL,
                   total_books INT NOT NULL DEFAULT 0,
                   incomplete_books INT NOT NULL DEFAULT 0,
                   no_language INT NOT NULL DEFAULT 0,
                   no_audience INT NOT NULL DEFAULT 0,
                   no_subjects INT NOT NULL DEFAULT 0,
                   no_shelf INT NOT NULL DEFAULT 0,
                   no_volume INT NOT NULL DEFAULT 0,
                   no_copies INT NOT NULL DEFAULT 0
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Quality_history table is available.".
       0817-CREATE-QUALITY-HISTORY-END.

      *    patron stars and words on a title : one row per patron
      *    and book, rating 1 to 5.  The text waits in the
      *    moderation queue (P) until an operator approves (A) or
      *    rejects (R) it; a bare rating has nothing to moderate
      *    and goes in approved
       0818-CREATE-REVIEWS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS reviews (
                   id SERIAL PRIMARY KEY,
                   book_id INT NOT NULL,
                   people_id INT NOT NULL,
                   rating INT NOT NULL DEFAULT 0,
                   review_text CHAR(120) NOT NULL DEFAULT ' ',
                   submitted_date CHAR(8) NOT NULL,
                   status CHAR(1) NOT NULL DEFAULT 'P',
                   moderated_by CHAR(10) NOT NULL DEFAULT ' ',
                   moderated_date CHAR(8) NOT NULL
                       DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Reviews table is available.".
       0818-CREATE-REVIEWS-END.

      *    a series we always buy : one row per series and
      *    supplier, with the fund new volumes are charged to.
      *    Drafts it raises carry its id on the order line
       0819-CREATE-STANDING-ORDERS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS standing_orders (
                   id SERIAL PRIMARY KEY,
                   series_name CHAR(50) NOT NULL,
                   supplier_id INT NOT NULL,
                   fund_id INT NOT NULL DEFAULT 0,
                   quantity INT NOT NULL DEFAULT 1,
                   started_date CHAR(8) NOT NULL,
                   cancelled_date CHAR(8) NOT NULL
                       DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE orders
               ADD COLUMN IF NOT EXISTS
                   standing_order_id INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Standing_orders table is available.".
       0819-CREATE-STANDING-ORDERS-END.

      *    personal and published lists : W the patron's one
      *    want-to-read list, N a patron's own named list, P a
      *    list staff publish for everyone (people_id 0), such as
      *    a book club pick or a school reading list
       0820-CREATE-READING-LISTS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS reading_lists (
                   id SERIAL PRIMARY KEY,
                   people_id INT NOT NULL DEFAULT 0,
                   list_kind CHAR(1) NOT NULL DEFAULT 'N',
                   name CHAR(40) NOT NULL,
                   created_date CHAR(8) NOT NULL,
                   deleted_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS reading_list_items (
                   id SERIAL PRIMARY KEY,
                   list_id INT NOT NULL,
                   book_id INT NOT NULL,
                   added_date CHAR(8) NOT NULL
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Reading list tables are available.".
       0820-CREATE-READING-LISTS-END.

      *    public internet PCs, booked by the slot : a PC belongs
      *    to a branch ; a booking holds it from start_time to
      *    end_time (HHMM) on one day.  Status B booked, U used
      *    (patron signed on at the desk), X cancelled ;
      *    booked_via D at the desk, O through the OPAC.  Each
      *    category has a daily allowance of PC minutes
       0821-CREATE-PC-BOOKINGS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS pcs (
                   id SERIAL PRIMARY KEY,
                   branch_id INT NOT NULL DEFAULT 0,
                   name CHAR(20) NOT NULL,
                   created_date CHAR(8) NOT NULL,
                   deleted_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS pc_bookings (
                   id SERIAL PRIMARY KEY,
                   pc_id INT NOT NULL,
                   people_id INT NOT NULL,
                   booking_date CHAR(8) NOT NULL,
                   start_time CHAR(4) NOT NULL,
                   end_time CHAR(4) NOT NULL,
                   minutes INT NOT NULL,
                   status CHAR(1) NOT NULL DEFAULT 'B',
                   booked_via CHAR(1) NOT NULL DEFAULT 'D',
                   booked_date CHAR(8) NOT NULL
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE categories
               ADD COLUMN IF NOT EXISTS
                   pc_daily_minutes INT NOT NULL DEFAULT 60
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "PC booking tables are available.".
       0821-CREATE-PC-BOOKINGS-END.

      *    the volunteers who run the delivery round, the reading
      *    challenge and the book sale : people_id links one who is
      *    also a borrower (0 when not) ; check_expiry is when the
      *    DBS / background check runs out ; availability is two
      *    letters a day Monday to Sunday, morning then afternoon,
      *    Y or N
       0822-CREATE-VOLUNTEERS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS volunteers (
                   id SERIAL PRIMARY KEY,
                   people_id INT NOT NULL DEFAULT 0,
                   last_name CHAR(25) NOT NULL,
                   first_name CHAR(25) NOT NULL,
                   phone_number CHAR(15) NOT NULL DEFAULT ' ',
                   skills CHAR(60) NOT NULL DEFAULT ' ',
                   check_reference CHAR(20) NOT NULL DEFAULT ' ',
                   check_expiry CHAR(8) NOT NULL DEFAULT '00000000',
                   availability CHAR(14) NOT NULL
                       DEFAULT 'YYYYYYYYYYYYYY',
                   started_date CHAR(8) NOT NULL,
                   left_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    the rota : one row per shift a branch needs covered ;
      *    activity D delivery round, C reading challenge, S book
      *    sale, O other ; volunteer_id 0 while nobody has it
           EXEC SQL
               CREATE TABLE IF NOT EXISTS volunteer_shifts (
                   id SERIAL PRIMARY KEY,
                   branch_id INT NOT NULL DEFAULT 1,
                   activity CHAR(1) NOT NULL DEFAULT 'O',
                   shift_date CHAR(8) NOT NULL,
                   start_time CHAR(4) NOT NULL,
                   end_time CHAR(4) NOT NULL,
                   volunteer_id INT NOT NULL DEFAULT 0,
                   cancelled_date CHAR(8) NOT NULL
                       DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    hours actually given, from a rota shift (shift_id) or
      *    logged by hand (shift_id 0), in minutes
           EXEC SQL
               CREATE TABLE IF NOT EXISTS volunteer_hours (
                   id SERIAL PRIMARY KEY,
                   volunteer_id INT NOT NULL,
                   shift_id INT NOT NULL DEFAULT 0,
                   branch_id INT NOT NULL DEFAULT 1,
                   activity CHAR(1) NOT NULL DEFAULT 'O',
                   work_date CHAR(8) NOT NULL,
                   minutes INT NOT NULL,
                   logged_date CHAR(8) NOT NULL
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Volunteer tables are available.".
       0822-CREATE-VOLUNTEERS-END.

      *    fiscal year-end : carry_policy says what happens to a
      *    fund's open orders at rollover (C the money follows the
      *    order into next year's fund, L it lapses and the order
      *    is paid from next year's allocation) ; frozen_date
      *    closes the old year to new orders and invoices ; the
      *    new year's fund points back through rolled_from_id and
      *    the amounts moved are kept on both sides for the
      *    reconciliation
       0823-CREATE-FUND-ROLLOVER-BEGIN.
           EXEC SQL
               ALTER TABLE funds
               ADD COLUMN IF NOT EXISTS
                   carry_policy CHAR(1) NOT NULL DEFAULT 'C',
               ADD COLUMN IF NOT EXISTS
                   frozen_date CHAR(8) NOT NULL DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   rolled_from_id INT NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   budget_allocation NUMERIC(9,2) NOT NULL
                       DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   carried_in NUMERIC(9,2) NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   carried_out NUMERIC(9,2) NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   lapsed NUMERIC(9,2) NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Fund rollover columns are available.".
       0823-CREATE-FUND-ROLLOVER-END.

      *    the accounts-payable run : a payable invoice (status P)
      *    goes to the council's payables system in an AP file and
      *    becomes S submitted, stamped with the run's batch_runs
      *    id ; the council's paid confirmation makes it D paid,
      *    with their payment reference
       0824-CREATE-AP-RUN-BEGIN.
           EXEC SQL
               ALTER TABLE invoices
               ADD COLUMN IF NOT EXISTS
                   submitted_date CHAR(8) NOT NULL
                       DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   ap_run_id INT NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   paid_date CHAR(8) NOT NULL DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   payment_reference CHAR(20) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Accounts-payable columns are available.".
       0824-CREATE-AP-RUN-END.

      *    the council's general ledger : every kind of money row
      *    is mapped to a debit and a credit account and a cost
      *    centre.  ledger_kind is the fine_payments kind (P paid,
      *    D deposit top-up, C deposit applied, S sale takings,
      *    R refund) or E for supplier expenditure at receipt ;
      *    a blank charge_code or fund_code and branch 0 mean
      *    "any", and the most specific live row wins
       0825-CREATE-GL-MAPPINGS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS gl_mappings (
                   id SERIAL PRIMARY KEY,
                   ledger_kind CHAR(1) NOT NULL,
                   charge_code CHAR(4) NOT NULL DEFAULT ' ',
                   fund_code CHAR(4) NOT NULL DEFAULT ' ',
                   branch_id INT NOT NULL DEFAULT 0,
                   debit_account CHAR(10) NOT NULL,
                   credit_account CHAR(10) NOT NULL,
                   cost_centre CHAR(6) NOT NULL DEFAULT ' ',
                   deleted_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    the treasurer's opening chart : till cash 1010, trade
      *    creditors 2100, patron deposits held 2300 (a liability,
      *    not income), fines and charges 4100, printing 4200,
      *    book sale 4300, book fund expenditure 5100
           EXEC SQL
               INSERT INTO gl_mappings
                   (ledger_kind, debit_account, credit_account,
                    cost_centre)
               SELECT 'P', '1010', '4100', 'LIB100'
               WHERE NOT EXISTS (
                   SELECT 1 FROM gl_mappings WHERE ledger_kind = 'P'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO gl_mappings
                   (ledger_kind, debit_account, credit_account,
                    cost_centre)
               SELECT 'D', '1010', '2300', 'LIB100'
               WHERE NOT EXISTS (
                   SELECT 1 FROM gl_mappings WHERE ledger_kind = 'D'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO gl_mappings
                   (ledger_kind, debit_account, credit_account,
                    cost_centre)
               SELECT 'C', '2300', '4100', 'LIB100'
               WHERE NOT EXISTS (
                   SELECT 1 FROM gl_mappings WHERE ledger_kind = 'C'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO gl_mappings
                   (ledger_kind, debit_account, credit_account,
                    cost_centre)
               SELECT 'S', '1010', '4300', 'LIB100'
               WHERE NOT EXISTS (
                   SELECT 1 FROM gl_mappings WHERE ledger_kind = 'S'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO gl_mappings
                   (ledger_kind, debit_account, credit_account,
                    cost_centre)
               SELECT 'R', '4100', '1010', 'LIB100'
               WHERE NOT EXISTS (
                   SELECT 1 FROM gl_mappings WHERE ledger_kind = 'R'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO gl_mappings
                   (ledger_kind, debit_account, credit_account,
                    cost_centre)
               SELECT 'E', '5100', '2100', 'LIB100'
               WHERE NOT EXISTS (
                   SELECT 1 FROM gl_mappings WHERE ledger_kind = 'E'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO gl_mappings
                   (ledger_kind, charge_code, debit_account,
                    credit_account, cost_centre)
               SELECT 'P', 'PRNT', '1010', '4200', 'LIB100'
               WHERE NOT EXISTS (
                   SELECT 1 FROM gl_mappings
                   WHERE ledger_kind = 'P'
                     AND charge_code = 'PRNT'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    the drawer knows which building it stands in, so the
      *    money taken in it can be booked to that branch ; every
      *    earlier session was in the main building
           EXEC SQL
               ALTER TABLE till_sessions
               ADD COLUMN IF NOT EXISTS
                   branch_id INT NOT NULL DEFAULT 1
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "General ledger mapping table is available.".
       0825-CREATE-GL-MAPPINGS-END.

      *    money that never passed through a drawer : tender O is
      *    the card provider's daily settlement, kept apart so the
      *    desk reconciliation only ever sees cash tender C ; the
      *    provider's reference is kept so a line sent twice is
      *    caught rather than paid twice
       0826-CREATE-ONLINE-TENDER-BEGIN.
           EXEC SQL
               ALTER TABLE fine_payments
               ADD COLUMN IF NOT EXISTS
                   tender CHAR(1) NOT NULL DEFAULT 'C'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE fine_payments
               ADD COLUMN IF NOT EXISTS
                   external_reference CHAR(20) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Online tender columns are available.".
       0826-CREATE-ONLINE-TENDER-END.

      *    VAT codes : S standard and R reduced take their rate
      *    from the parameters, Z zero-rated and E exempt carry
      *    none, O is outside the scope altogether (fines,
      *    donations) ; desk charge and sale prices include the
      *    VAT, supplier invoice prices are net of it ; the rate
      *    and the VAT are stamped on the row when the money
      *    moves, so a later rate change never rewrites a return
       0827-CREATE-VAT-CODES-BEGIN.
           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'VAT-RATE-STANDARD', '20.00'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'VAT-RATE-STANDARD'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'VAT-RATE-REDUCED', '5.00'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'VAT-RATE-REDUCED'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE charge_codes
               ADD COLUMN IF NOT EXISTS
                   vat_code CHAR(1) NOT NULL DEFAULT 'O'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    printing is a taxable supply ; a replacement card or a
      *    missing kit piece is compensation, outside the scope
           EXEC SQL
               UPDATE charge_codes
               SET vat_code = 'S'
               WHERE code = 'PRNT'
                 AND vat_code = 'O'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE fines
               ADD COLUMN IF NOT EXISTS
                   vat_code CHAR(1) NOT NULL DEFAULT 'O',
               ADD COLUMN IF NOT EXISTS
                   vat_rate NUMERIC(5,2) NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   vat_amount NUMERIC(7,2) NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    second-hand books are zero-rated unless priced
      *    otherwise ; sale_payment_id ties a sold item to the
      *    basket's ledger row so the receipt can list it
           EXEC SQL
               ALTER TABLE sale_items
               ADD COLUMN IF NOT EXISTS
                   vat_code CHAR(1) NOT NULL DEFAULT 'Z',
               ADD COLUMN IF NOT EXISTS
                   vat_rate NUMERIC(5,2) NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   vat_amount NUMERIC(7,2) NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   sale_payment_id INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE invoice_lines
               ADD COLUMN IF NOT EXISTS
                   vat_code CHAR(1) NOT NULL DEFAULT 'Z',
               ADD COLUMN IF NOT EXISTS
                   vat_rate NUMERIC(5,2) NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   vat_amount NUMERIC(7,2) NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "VAT codes are available.".
       0827-CREATE-VAT-CODES-END.

      *    the network's charges per partner : a lending fee for
      *    each item that crosses, a late fee when it comes back
      *    after its due date and a lost-item fee ; status X on
      *    either ILL table means lost, on lost_date ; each fee
      *    carries the billing month (YYYYMM) it went out in, so a
      *    transaction is never billed twice
       0828-CREATE-ILL-BILLING-BEGIN.
           EXEC SQL
               ALTER TABLE ill_partners
               ADD COLUMN IF NOT EXISTS
                   lending_fee NUMERIC(5,2) NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   late_fee NUMERIC(5,2) NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   lost_fee NUMERIC(7,2) NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE ill_loans
               ADD COLUMN IF NOT EXISTS
                   lost_date CHAR(8) NOT NULL DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   lend_billed CHAR(6) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   late_billed CHAR(6) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   lost_billed CHAR(6) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE ill_requests
               ADD COLUMN IF NOT EXISTS
                   lost_date CHAR(8) NOT NULL DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   lend_billed CHAR(6) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   late_billed CHAR(6) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   lost_billed CHAR(6) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "ILL billing columns are available.".
       0828-CREATE-ILL-BILLING-END.

      *    a subscription is money committed once a year : the
      *    annual cost, the date it renews and the fund paying it ;
      *    reviewed_for is the renewal date the review batch last
      *    listed it for, renewal_decision R renew / C cancel /
      *    blank undecided, instructed_for the renewal date the
      *    supplier was last told about ; lend_count on the issue
      *    keeps its loan history once the borrower is cleared
       0829-CREATE-SERIAL-RENEWAL-BEGIN.
           EXEC SQL
               ALTER TABLE serial_subscriptions
               ADD COLUMN IF NOT EXISTS
                   annual_cost NUMERIC(7,2) NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   renewal_date CHAR(8) NOT NULL DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   fund_id INT NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   reviewed_for CHAR(8) NOT NULL DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   renewal_decision CHAR(1) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   instructed_for CHAR(8) NOT NULL
                       DEFAULT '00000000'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE serial_issues
               ADD COLUMN IF NOT EXISTS
                   lend_count INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'SERIAL-REVIEW-DAYS', '60'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'SERIAL-REVIEW-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Serial renewal columns are available.".
       0829-CREATE-SERIAL-RENEWAL-END.

      *    a year of issues bound into one volume for the reference
      *    shelf : each issue points at the copy it became and the
      *    date it went to the binder, and stops circulating loose
       0830-CREATE-SERIAL-BINDING-BEGIN.
           EXEC SQL
               ALTER TABLE serial_issues
               ADD COLUMN IF NOT EXISTS
                   bound_copy_id INT NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   bound_date CHAR(8) NOT NULL DEFAULT '00000000'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Serial binding columns are available.".
       0830-CREATE-SERIAL-BINDING-END.

      *    each network partner's latest list of its own blocked
      *    patrons, as it was sent to us : reason F fines over the
      *    limit, S suspended, L lost items not paid for ; a new
      *    list from a partner replaces its previous one whole
       0831-CREATE-NETWORK-BLOCKS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS network_blocks (
                   id SERIAL PRIMARY KEY,
                   partner_id INT NOT NULL,
                   card_number CHAR(20) NOT NULL,
                   last_name CHAR(25) NOT NULL DEFAULT ' ',
                   first_name CHAR(25) NOT NULL DEFAULT ' ',
                   reason CHAR(1) NOT NULL,
                   amount NUMERIC(9,2) NOT NULL DEFAULT 0,
                   list_date CHAR(8) NOT NULL,
                   loaded_date CHAR(8) NOT NULL
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS network_blocks_card_idx
               ON network_blocks (partner_id, card_number)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Network blocked-borrower table is available.".
       0831-CREATE-NETWORK-BLOCKS-END.

      *    floating collections : branches sharing a float_group
      *    keep a copy of a floating type wherever it is returned
      *    instead of sending it home ; min and max copies are the
      *    per-type shelf capacity of each branch in the group the
      *    rebalancing batch works to (0 is no limit), and every
      *    re-homing is logged so the drift can be reported
       0832-CREATE-FLOATING-COLLECTIONS-BEGIN.
           EXEC SQL
               ALTER TABLE branches
               ADD COLUMN IF NOT EXISTS
                   float_group CHAR(4) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS float_rules (
                   id SERIAL PRIMARY KEY,
                   type_id INT NOT NULL,
                   float_group CHAR(4) NOT NULL,
                   min_copies INT NOT NULL DEFAULT 0,
                   max_copies INT NOT NULL DEFAULT 0,
                   set_date CHAR(8) NOT NULL,
                   deleted_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS float_moves (
                   id SERIAL PRIMARY KEY,
                   copy_id INT NOT NULL,
                   type_id INT NOT NULL,
                   from_branch INT NOT NULL,
                   to_branch INT NOT NULL,
                   move_date CHAR(8) NOT NULL,
                   borrowing_id INT NOT NULL DEFAULT 0
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS float_moves_date_idx
               ON float_moves (move_date)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Floating collection tables are available.".
       0832-CREATE-FLOATING-COLLECTIONS-END.

      *    every copy put on the van gets a transit row : where it
      *    left, where it is going, why (T transfer, B rebalancing,
      *    H hold routing), when it was sent, the first manifest it
      *    rode on and when the receiving branch scanned it in ;
      *    branches on the same courier_route share a van run
       0833-CREATE-COURIER-MANIFEST-BEGIN.
           EXEC SQL
               ALTER TABLE branches
               ADD COLUMN IF NOT EXISTS
                   courier_route CHAR(4) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS transit_items (
                   id SERIAL PRIMARY KEY,
                   copy_id INT NOT NULL,
                   from_branch INT NOT NULL,
                   to_branch INT NOT NULL,
                   reason CHAR(1) NOT NULL,
                   hold_id INT NOT NULL DEFAULT 0,
                   sent_date CHAR(8) NOT NULL,
                   manifest_date CHAR(8) NOT NULL DEFAULT '00000000',
                   received_date CHAR(8) NOT NULL DEFAULT '00000000',
                   received_by CHAR(10) NOT NULL DEFAULT ' '
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS transit_items_copy_idx
               ON transit_items (copy_id, received_date)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    copies already on the van when this came in get a row
      *    dated today, so the first manifest carries them too
           EXEC SQL
               INSERT INTO transit_items (copy_id, from_branch,
                   to_branch, reason, sent_date)
               SELECT copies.id, copies.branch_id,
                   copies.transfer_to_branch,
                   CASE WHEN EXISTS (
                       SELECT 1 FROM holds
                       WHERE holds.book_id = copies.book_id
                         AND holds.fulfilled_date <> '00000000'
                         AND holds.closed_date = '00000000'
                         AND holds.pickup_branch
                             = copies.transfer_to_branch)
                   THEN 'H' ELSE 'T' END,
                   TO_CHAR(CURRENT_DATE, 'YYYYMMDD')
               FROM copies
               WHERE copies.status = 'T'
                 AND NOT EXISTS (
                     SELECT 1 FROM transit_items ti
                     WHERE ti.copy_id = copies.id
                       AND ti.received_date = '00000000')
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'TRANSIT-LOST-DAYS', '5'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'TRANSIT-LOST-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Courier manifest table is available.".
       0833-CREATE-COURIER-MANIFEST-END.

      *    the waiting list was only ever a status letter : a
      *    registration can now be cancelled (status C), a waiting
      *    patron promoted into the freed place, and a reminder
      *    sent ahead of the day ; a popular event holds repeat
      *    no-shows back on the waiting list
       0834-CREATE-EVENT-WAITLIST-BEGIN.
           EXEC SQL
               ALTER TABLE events
               ADD COLUMN IF NOT EXISTS
                   popular_flag CHAR(1) NOT NULL DEFAULT 'N'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE event_registrations
               ADD COLUMN IF NOT EXISTS
                   cancelled_date CHAR(8) NOT NULL DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   promoted_date CHAR(8) NOT NULL DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   reminded_date CHAR(8) NOT NULL DEFAULT '00000000'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'EVENT-REMIND-DAYS', '2'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'EVENT-REMIND-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'EVENT-NOSHOW-LIMIT', '3'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'EVENT-NOSHOW-LIMIT'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Event waiting list columns are available.".
       0834-CREATE-EVENT-WAITLIST-END.

      *    a run of events from one pattern : W weekly, F every
      *    other week, M monthly on the nth weekday (week_of_month
      *    5 is the last one) ; each generated event points back at
      *    its series so the rest of the run can be changed or
      *    cancelled together
       0835-CREATE-EVENT-SERIES-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS event_series (
                   id SERIAL PRIMARY KEY,
                   name CHAR(40) NOT NULL,
                   pattern CHAR(1) NOT NULL,
                   week_of_month INT NOT NULL DEFAULT 0,
                   weekday INT NOT NULL DEFAULT 0,
                   room CHAR(20) NOT NULL DEFAULT ' ',
                   capacity INT NOT NULL DEFAULT 0,
                   popular_flag CHAR(1) NOT NULL DEFAULT 'N',
                   from_date CHAR(8) NOT NULL,
                   to_date CHAR(8) NOT NULL,
                   cancelled_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE events
               ADD COLUMN IF NOT EXISTS
                   series_id INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS events_series_idx
               ON events (series_id, event_date)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Event_series table is available.".
       0835-CREATE-EVENT-SERIES-END.

      *    outside bodies renting our rooms : a hirer is an account
      *    of its own, not a patron ; rate_band C is the community
      *    rate, B the business (commercial) rate.  A booking keeps
      *    the rate it was taken at ; the monthly run gathers a
      *    hirer's bookings onto one invoice, posted to the fines
      *    ledger as fine_type H under charge code HIRE so the till,
      *    the finance export and the journal see it like any other
      *    debt
       0836-CREATE-ROOM-HIRE-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS hirers (
                   id SERIAL PRIMARY KEY,
                   name CHAR(40) NOT NULL,
                   contact_name CHAR(30) NOT NULL DEFAULT ' ',
                   address CHAR(60) NOT NULL DEFAULT ' ',
                   phone_number CHAR(15) NOT NULL DEFAULT ' ',
                   email_address CHAR(40) NOT NULL DEFAULT ' ',
                   rate_band CHAR(1) NOT NULL DEFAULT 'C',
                   created_date CHAR(8) NOT NULL,
                   deleted_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS room_rates (
                   id SERIAL PRIMARY KEY,
                   room CHAR(20) NOT NULL DEFAULT ' ',
                   rate_band CHAR(1) NOT NULL,
                   hourly_rate NUMERIC(7,2) NOT NULL,
                   UNIQUE (room, rate_band)
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    times are HHMM ; status B booked, X cancelled ;
      *    invoice_id stays 0 until the monthly run bills it
           EXEC SQL
               CREATE TABLE IF NOT EXISTS room_hires (
                   id SERIAL PRIMARY KEY,
                   hirer_id INT NOT NULL REFERENCES hirers(id),
                   room CHAR(20) NOT NULL DEFAULT ' ',
                   hire_date CHAR(8) NOT NULL,
                   start_time CHAR(4) NOT NULL,
                   end_time CHAR(4) NOT NULL,
                   hours NUMERIC(5,2) NOT NULL,
                   hourly_rate NUMERIC(7,2) NOT NULL,
                   amount NUMERIC(9,2) NOT NULL,
                   status CHAR(1) NOT NULL DEFAULT 'B',
                   booked_date CHAR(8) NOT NULL,
                   booked_by CHAR(10) NOT NULL DEFAULT ' ',
                   invoice_id INT NOT NULL DEFAULT 0
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS room_hires_room_idx
               ON room_hires (room, hire_date)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS hire_invoices (
                   id SERIAL PRIMARY KEY,
                   hirer_id INT NOT NULL REFERENCES hirers(id),
                   period CHAR(6) NOT NULL,
                   invoice_date CHAR(8) NOT NULL,
                   amount NUMERIC(9,2) NOT NULL,
                   fine_id INT NOT NULL DEFAULT 0
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    letting a room is exempt from VAT unless the council
      *    opts to tax : the treasurer changes the code if so
           EXEC SQL
               INSERT INTO charge_codes
                   (code, description, amount, vat_code)
               SELECT 'HIRE', 'Room hire', 0, 'E'
               WHERE NOT EXISTS (
                   SELECT 1 FROM charge_codes WHERE code = 'HIRE'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    hire income is kept apart from fines, on 4400
           EXEC SQL
               INSERT INTO gl_mappings
                   (ledger_kind, charge_code, debit_account,
                    credit_account, cost_centre)
               SELECT 'P', 'HIRE', '1010', '4400', 'LIB100'
               WHERE NOT EXISTS (
                   SELECT 1 FROM gl_mappings
                   WHERE ledger_kind = 'P'
                     AND charge_code = 'HIRE'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'HIRE-PAY-DAYS', '30'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'HIRE-PAY-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Room hire tables are available.".
       0836-CREATE-ROOM-HIRE-END.

      *    lendable equipment is safety tested and reset on its own
      *    interval : inspect_days 0 keeps an item off the schedule,
      *    otherwise next_inspect_date is when the next test falls
      *    due and a test never done counts as due.  The log keeps
      *    every test, result P pass or F fail, and a failed item
      *    stays off the desk until it passes a retest
       0837-CREATE-EQUIP-INSPECTIONS-BEGIN.
           EXEC SQL
               ALTER TABLE equipment
               ADD COLUMN IF NOT EXISTS
                   inspect_days INT NOT NULL DEFAULT 0,
               ADD COLUMN IF NOT EXISTS
                   last_inspect_date CHAR(8) NOT NULL
                       DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   next_inspect_date CHAR(8) NOT NULL
                       DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   inspect_result CHAR(1) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS equipment_inspections (
                   id SERIAL PRIMARY KEY,
                   equipment_id INT NOT NULL
                       REFERENCES equipment(id),
                   inspected_date CHAR(8) NOT NULL,
                   result CHAR(1) NOT NULL,
                   tester CHAR(30) NOT NULL,
                   software_reset CHAR(1) NOT NULL DEFAULT 'N',
                   notes CHAR(60) NOT NULL DEFAULT ' ',
                   recorded_by CHAR(10) NOT NULL DEFAULT ' '
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS equip_inspections_idx
               ON equipment_inspections (equipment_id,
                   inspected_date)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'EQUIP-INSPECT-DAYS', '365'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'EQUIP-INSPECT-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'EQUIP-INSPECT-WARN', '7'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'EQUIP-INSPECT-WARN'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Equipment_inspections table is available.".
       0837-CREATE-EQUIP-INSPECTIONS-END.

      *    the gate counters : one row per branch, day and hour, the
      *    heads counted in and out.  A counter that resends its day
      *    simply overwrites the hours it sent before.  The nightly
      *    snapshot carries the day's visits (heads in, all branches)
       0838-CREATE-FOOTFALL-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS footfall (
                   id SERIAL PRIMARY KEY,
                   branch_id INT NOT NULL,
                   count_date CHAR(8) NOT NULL,
                   count_hour INT NOT NULL,
                   visits_in INT NOT NULL DEFAULT 0,
                   visits_out INT NOT NULL DEFAULT 0,
                   imported_date CHAR(8) NOT NULL,
                   UNIQUE (branch_id, count_date, count_hour)
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE stats_history
               ADD COLUMN IF NOT EXISTS
                   visits INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Footfall table is available.".
       0838-CREATE-FOOTFALL-END.

      *    the driver's own timing, one row per control file step
      *    it ran : batch_runs times programs, this times the night
      *    as the control file lays it out, so the batch window can
      *    be projected step by step.  BATCH-SLOW-PCT is how far
      *    over its 30-day average a program may run before the
      *    batch window report flags it
       0839-CREATE-BATCH-STEPS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS batch_steps (
                   id SERIAL PRIMARY KEY,
                   business_date CHAR(8) NOT NULL,
                   control_file CHAR(40) NOT NULL,
                   command CHAR(10) NOT NULL,
                   operand CHAR(20) NOT NULL DEFAULT ' ',
                   started_at CHAR(14) NOT NULL,
                   ended_at CHAR(14) NOT NULL,
                   status CHAR(7) NOT NULL
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS batch_steps_cmd_idx
               ON batch_steps (command, business_date)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'BATCH-SLOW-PCT', '25'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'BATCH-SLOW-PCT'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Batch_steps table is available.".
       0839-CREATE-BATCH-STEPS-END.

      *    capacity planning : table_growth keeps every table's
      *    row count each night (live, and for the tables arcpurge
      *    empties, what has gone to the archive files so far) ;
      *    table_limits is the row count at which a table wants
      *    attention and the retention parameter that governs it,
      *    blank where nothing purges it.  archive_runs is the
      *    ledger of what each arcpurge run took out
       0840-CREATE-TABLE-GROWTH-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS table_growth (
                   id SERIAL PRIMARY KEY,
                   snapshot_date CHAR(8) NOT NULL,
                   table_name CHAR(40) NOT NULL,
                   live_rows BIGINT NOT NULL DEFAULT 0,
                   archived_rows BIGINT NOT NULL DEFAULT 0,
                   exact_flag CHAR(1) NOT NULL DEFAULT 'N',
                   UNIQUE (snapshot_date, table_name)
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS table_limits (
                   table_name CHAR(40) PRIMARY KEY,
                   row_limit BIGINT NOT NULL,
                   keep_param CHAR(20) NOT NULL DEFAULT ' '
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS archive_runs (
                   id SERIAL PRIMARY KEY,
                   run_date CHAR(8) NOT NULL,
                   loan_cutoff CHAR(8) NOT NULL,
                   audit_cutoff CHAR(8) NOT NULL,
                   loans INT NOT NULL DEFAULT 0,
                   fines INT NOT NULL DEFAULT 0,
                   payments INT NOT NULL DEFAULT 0,
                   audit_rows INT NOT NULL DEFAULT 0
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO table_limits (table_name, row_limit,
                   keep_param)
               SELECT 'audit_log', 5000000, 'ARC-AUDIT-KEEP-DAYS'
               WHERE NOT EXISTS (
                   SELECT 1 FROM table_limits
                   WHERE table_name = 'audit_log'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO table_limits (table_name, row_limit,
                   keep_param)
               SELECT 'borrowings', 2000000, 'ARC-LOAN-KEEP-DAYS'
               WHERE NOT EXISTS (
                   SELECT 1 FROM table_limits
                   WHERE table_name = 'borrowings'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO table_limits (table_name, row_limit,
                   keep_param)
               SELECT 'desk_events', 5000000, ' '
               WHERE NOT EXISTS (
                   SELECT 1 FROM table_limits
                   WHERE table_name = 'desk_events'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO table_limits (table_name, row_limit,
                   keep_param)
               SELECT 'fine_payments', 2000000, 'ARC-LOAN-KEEP-DAYS'
               WHERE NOT EXISTS (
                   SELECT 1 FROM table_limits
                   WHERE table_name = 'fine_payments'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO table_limits (table_name, row_limit,
                   keep_param)
               SELECT 'fines', 2000000, 'ARC-LOAN-KEEP-DAYS'
               WHERE NOT EXISTS (
                   SELECT 1 FROM table_limits
                   WHERE table_name = 'fines'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO table_limits (table_name, row_limit,
                   keep_param)
               SELECT 'notifications', 2000000, ' '
               WHERE NOT EXISTS (
                   SELECT 1 FROM table_limits
                   WHERE table_name = 'notifications'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO table_limits (table_name, row_limit,
                   keep_param)
               SELECT 'search_words', 10000000, ' '
               WHERE NOT EXISTS (
                   SELECT 1 FROM table_limits
                   WHERE table_name = 'search_words'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO table_limits (table_name, row_limit,
                   keep_param)
               SELECT 'spool_catalog', 500000, 'SPOOL-KEEP-DAYS'
               WHERE NOT EXISTS (
                   SELECT 1 FROM table_limits
                   WHERE table_name = 'spool_catalog'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'ARC-LOAN-KEEP-DAYS', '730'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'ARC-LOAN-KEEP-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'ARC-AUDIT-KEEP-DAYS', '730'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'ARC-AUDIT-KEEP-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'CAP-WARN-MONTHS', '12'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'CAP-WARN-MONTHS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Table_growth table is available.".
       0840-CREATE-TABLE-GROWTH-END.

      *    the tamper-evident audit trail : every audit_log row
      *    carries its place on the chain and an md5 that folds in
      *    the previous row's (see audchain).  Rows written before
      *    this keep chain_seq 0 and are reported as unchained
       0841-CREATE-AUDIT-CHAIN-BEGIN.
           EXEC SQL
               ALTER TABLE audit_log
               ADD COLUMN IF NOT EXISTS
                   chain_seq INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE audit_log
               ADD COLUMN IF NOT EXISTS
                   chain_hash CHAR(32) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS audit_log_chain_idx
               ON audit_log (chain_seq)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    the chain head : one row, locked by every writer
           EXEC SQL
               CREATE TABLE IF NOT EXISTS audit_chain (
                   id INT PRIMARY KEY,
                   last_seq INT NOT NULL DEFAULT 0,
                   last_hash CHAR(32) NOT NULL
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO audit_chain (id, last_seq, last_hash)
               SELECT 1, 0, '00000000000000000000000000000000'
               WHERE NOT EXISTS (
                   SELECT 1 FROM audit_chain WHERE id = 1
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    where arcpurge cut the chain : the last archived row's
      *    place and checksum, signed so the verification can
      *    start again from it
           EXEC SQL
               CREATE TABLE IF NOT EXISTS audit_checkpoints (
                   id SERIAL PRIMARY KEY,
                   checkpoint_date CHAR(8) NOT NULL,
                   cutoff_date CHAR(8) NOT NULL,
                   last_seq INT NOT NULL,
                   last_hash CHAR(32) NOT NULL,
                   rows_archived INT NOT NULL DEFAULT 0,
                   signature CHAR(32) NOT NULL DEFAULT ' '
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Audit chain tables are available.".
       0841-CREATE-AUDIT-CHAIN-END.

      *    the SIP2 self-check machines and returns sorters : each
      *    logs in with its own id and password, belongs to a
      *    branch (which decides what the sorter sends on in
      *    transit) and says whether patrons must key a PIN ; the
      *    id is stamped on every desk event it causes
       0842-CREATE-SIP-TERMINALS-BEGIN.
           EXEC SQL
               ALTER TABLE desk_events
               ADD COLUMN IF NOT EXISTS
                   station_id CHAR(10) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS sip_terminals (
                   terminal_id CHAR(10) PRIMARY KEY,
                   password CHAR(10) NOT NULL,
                   branch_id INT NOT NULL DEFAULT 1,
                   pin_required CHAR(1) NOT NULL DEFAULT 'Y',
                   active CHAR(1) NOT NULL DEFAULT 'Y',
                   description CHAR(30) NOT NULL DEFAULT ' '
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "SIP2 terminals table is available.".
       0842-CREATE-SIP-TERMINALS-END.

      *    loans made on the county's e-lending platform : never
      *    a copy of ours, so they live apart from borrowings and
      *    are only counted (statistics, statutory return) and
      *    shown in the patron's history.  people_id 0 is a card
      *    the import could not match, kept for the figures and
      *    listed on its exceptions report
       0843-CREATE-ELECTRONIC-LOANS-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS electronic_loans (
                   id SERIAL PRIMARY KEY,
                   people_id INT NOT NULL DEFAULT 0,
                   card_number CHAR(10) NOT NULL,
                   title CHAR(50) NOT NULL,
                   isbn CHAR(13) NOT NULL DEFAULT ' ',
                   format CHAR(6) NOT NULL,
                   loan_date CHAR(8) NOT NULL,
                   expiry_date CHAR(8) NOT NULL,
                   imported_date CHAR(8) NOT NULL,
                   UNIQUE (card_number, isbn, format, loan_date)
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE INDEX IF NOT EXISTS electronic_loans_people_idx
               ON electronic_loans (people_id)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE stats_history
               ADD COLUMN IF NOT EXISTS
                   e_loans INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Electronic loans table is available.".
       0843-CREATE-ELECTRONIC-LOANS-END.

      *    the school year between class lists : the class a pupil
      *    is in, and for a leaver the school they left and when,
      *    so the recovery report can send their loans back to the
      *    right school after the institution link is gone
       0844-CREATE-SCHOOL-DELTA-BEGIN.
           EXEC SQL
               ALTER TABLE people
               ADD COLUMN IF NOT EXISTS
                   school_class CHAR(10) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   left_school_name CHAR(40) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   left_school_date CHAR(8) NOT NULL
                       DEFAULT '00000000'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "School delta columns are available.".
       0844-CREATE-SCHOOL-DELTA-END.

      *    who gets which spooled report, and how : a recipient
      *    row names a report (or the start of a family of names,
      *    school-recovery- for every school), an address, the
      *    channel (E e-mail, P print) and the schedule (R every
      *    run, W weekly, M month-end) ; patron_data_ok Y lets the
      *    recipient have the reports listed in
      *    confidential_reports.  report_deliveries logs what was
      *    queued (Q) or held back (W) for which catalogued run.
      *    Runs catalogued before the lists existed are marked as
      *    already distributed, so nobody is sent the archive
       0845-CREATE-REPORT-DISTRIBUTION-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS report_recipients (
                   id SERIAL PRIMARY KEY,
                   report_name CHAR(30) NOT NULL,
                   recipient_name CHAR(30) NOT NULL,
                   address CHAR(40) NOT NULL,
                   channel CHAR(1) NOT NULL DEFAULT 'E',
                   schedule CHAR(1) NOT NULL DEFAULT 'R',
                   patron_data_ok CHAR(1) NOT NULL DEFAULT 'N',
                   active CHAR(1) NOT NULL DEFAULT 'Y'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS confidential_reports (
                   report_name CHAR(30) PRIMARY KEY
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO confidential_reports (report_name)
               SELECT seed.report_name
               FROM (VALUES ('overdue'), ('unpaidfines'),
                   ('history'), ('hire-debtors'),
                   ('suspensions-today'), ('delivery-runsheet'),
                   ('pickup-shelves'), ('elending-exceptions'),
                   ('event-signin'), ('challenge-finishers'),
                   ('school-recovery-'),
                   ('donation-acknowledgments'),
                   ('online-payment-exceptions'))
                   AS seed (report_name)
               WHERE NOT EXISTS (
                   SELECT 1 FROM confidential_reports
                   WHERE confidential_reports.report_name =
                       seed.report_name)
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS report_deliveries (
                   id SERIAL PRIMARY KEY,
                   catalog_id INT NOT NULL,
                   recipient_id INT NOT NULL,
                   report_name CHAR(30) NOT NULL,
                   business_date CHAR(8) NOT NULL,
                   queued_date CHAR(8) NOT NULL,
                   channel CHAR(1) NOT NULL,
                   outcome CHAR(1) NOT NULL DEFAULT 'Q'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE spool_catalog
               ADD COLUMN IF NOT EXISTS
                   distributed_date CHAR(8) NOT NULL
                       DEFAULT '99999999'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE spool_catalog
               ALTER COLUMN distributed_date SET DEFAULT '00000000'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    a report goes out through the notice outbox like any
      *    notice, but to an address rather than a patron : those
      *    rows are notice kind M (mailed report, R being taken by
      *    recalls) and carry no people_id, the address and the
      *    spool file
           EXEC SQL
               ALTER TABLE notifications
               ALTER COLUMN people_id DROP NOT NULL,
               ALTER COLUMN people_id DROP DEFAULT,
               ADD COLUMN IF NOT EXISTS
                   recipient_address CHAR(40) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   attachment_file CHAR(50) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Report distribution tables are available.".
       0845-CREATE-REPORT-DISTRIBUTION-END.

      *    newsletters and event mailings go only to patrons who
      *    said yes : when they said it, and where (D desk, O the
      *    OPAC, R the registration form, U an unsubscribe file
      *    sent back by the mailing house).  The unsubscribe
      *    reference is handed out with the first yes and kept
      *    for good, so an old mailing's link still finds them
       0846-CREATE-MARKETING-CONSENT-BEGIN.
           EXEC SQL
               ALTER TABLE people
               ADD COLUMN IF NOT EXISTS
                   marketing_consent CHAR(1) NOT NULL DEFAULT 'N',
               ADD COLUMN IF NOT EXISTS
                   consent_date CHAR(8) NOT NULL DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   consent_source CHAR(1) NOT NULL DEFAULT ' ',
               ADD COLUMN IF NOT EXISTS
                   unsubscribe_ref CHAR(12) NOT NULL DEFAULT ' '
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Marketing consent columns are available.".
       0846-CREATE-MARKETING-CONSENT-END.

      *    the public printers' release station sends its day of
      *    jobs as a file : colour pages get their own code beside
      *    PRNT so the tariff and the GL line can differ, and each
      *    file loaded is logged so one sent twice posts nothing
       0847-CREATE-PRINT-STATION-BEGIN.
           EXEC SQL
               INSERT INTO charge_codes
                   (code, description, amount, vat_code)
               SELECT 'PRNC', 'Colour printing per page', 0.50, 'S'
               WHERE NOT EXISTS (
                   SELECT 1 FROM charge_codes WHERE code = 'PRNC'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO gl_mappings
                   (ledger_kind, charge_code, debit_account,
                    credit_account, cost_centre)
               SELECT 'P', 'PRNC', '1010', '4200', 'LIB100'
               WHERE NOT EXISTS (
                   SELECT 1 FROM gl_mappings
                   WHERE ledger_kind = 'P'
                     AND charge_code = 'PRNC'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS print_station_loads (
                   file_name CHAR(40) PRIMARY KEY,
                   load_date CHAR(8) NOT NULL,
                   jobs_posted INT NOT NULL DEFAULT 0,
                   patron_amount NUMERIC(9,2) NOT NULL DEFAULT 0,
                   anonymous_amount NUMERIC(9,2) NOT NULL DEFAULT 0
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Print station tables are available.".
       0847-CREATE-PRINT-STATION-END.

      *    plastic cards come off the card printer in a batch :
      *    Q queued (a card made or remade by cardsrvc), R a
      *    spoiled card asked for again, P printed.  Cards already
      *    in patrons' pockets were written by hand, so the rows
      *    there before the column count as printed ; anyone added
      *    after it starts queued.  The home branch goes on the
      *    card ; 0 means not yet settled, the batch settles it
       0848-CREATE-CARD-PRINTING-BEGIN.
           EXEC SQL
               ALTER TABLE people
               ADD COLUMN IF NOT EXISTS
                   card_print_status CHAR(1) NOT NULL DEFAULT 'P',
               ADD COLUMN IF NOT EXISTS
                   card_printed_date CHAR(8) NOT NULL
                       DEFAULT '00000000',
               ADD COLUMN IF NOT EXISTS
                   home_branch_id INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               ALTER TABLE people
               ALTER COLUMN card_print_status SET DEFAULT 'Q'
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Card printing columns are available.".
       0848-CREATE-CARD-PRINTING-END.

      *    the lost property book at each desk : what was found,
      *    where and by whom ; status H held, C claimed back, S
      *    gone to the book sale, D listed for charity or the
      *    skip, P handed to the police.  Category B book, U
      *    umbrella, E phone or electronics, C clothing, K keys,
      *    W wallet or bag, J jewellery, O anything else ; the
      *    valuable flag sends an item to the police, whatever it
      *    is, once its days are up
       0849-CREATE-LOST-PROPERTY-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS lost_items (
                   id SERIAL PRIMARY KEY,
                   branch_id INT NOT NULL DEFAULT 1,
                   description CHAR(50) NOT NULL,
                   category CHAR(1) NOT NULL DEFAULT 'O',
                   valuable_flag CHAR(1) NOT NULL DEFAULT 'N',
                   found_date CHAR(8) NOT NULL,
                   found_where CHAR(30) NOT NULL DEFAULT ' ',
                   finder_name CHAR(30) NOT NULL DEFAULT ' ',
                   recorded_by CHAR(10) NOT NULL DEFAULT ' ',
                   status CHAR(1) NOT NULL DEFAULT 'H',
                   claim_people_id INT NOT NULL DEFAULT 0,
                   claimant_name CHAR(30) NOT NULL DEFAULT ' ',
                   claimant_contact CHAR(40) NOT NULL DEFAULT ' ',
                   closed_date CHAR(8) NOT NULL DEFAULT '00000000'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

      *    an unclaimed book joins the sale table beside donated
      *    and withdrawn stock, under source L
           EXEC SQL
               ALTER TABLE sale_items
               ADD COLUMN IF NOT EXISTS
                   lost_item_id INT NOT NULL DEFAULT 0
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           EXEC SQL
               INSERT INTO parameters (param_name, param_value)
               SELECT 'LOST-PROPERTY-DAYS', '90'
               WHERE NOT EXISTS (
                   SELECT 1 FROM parameters
                   WHERE param_name = 'LOST-PROPERTY-DAYS'
               )
           END-EXEC.

           PERFORM 0800-ERROR-CHECK-AND-COMMIT-BEGIN
              THRU 0800-ERROR-CHECK-AND-COMMIT-END.

           DISPLAY "Lost property table is available.".
       0849-CREATE-LOST-PROPERTY-END.

       0150-CREATE-SCHEMA-VERSION-TABLE-BEGIN.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS schema_version (
