      ******************************************************************
      * Copybook:  SCRNREVW.cpy
      * Purpose:   Shared SCREEN-REVIEW-FILE record layout
      *            (SCREEN-REVIEW.txt) - the sanctions review queue.
      *            One row per possible watch-list match, waiting for
      *            a supervisor to release or reject it in
      *            SCREEN-REVIEW:
      *              ONBOARD  - a new account opened frozen by
      *                         ACCOUNT-ONBOARDING;
      *              RESCREEN - an existing account frozen when
      *                         WATCHLIST-LOAD re-screened the
      *                         customer master against a new list,
      *                         or when KYC-REVIEW screened a changed
      *                         name or document (SR-CBU zero when the
      *                         customer had no account to freeze);
      *              ICH-IN   - an inbound interchange credit held by
      *                         INTERCHANGE-INBOUND instead of posted;
      *              ICH-OUT  - an outbound interbank transfer already
      *                         debited from our customer but held
      *                         back from the clearing network.
      *            SR-CBU is always our own account (or zero); the
      *            counterparty CBU and amount are only used on
      *            interchange items.
      ******************************************************************
       01  SCREEN-REVIEW-RECORD.
           05 SR-SOURCE                PIC X(08).
               88 SR-FROM-ONBOARD          VALUE "ONBOARD ".
               88 SR-FROM-RESCREEN         VALUE "RESCREEN".
               88 SR-FROM-ICH-IN           VALUE "ICH-IN  ".
               88 SR-FROM-ICH-OUT          VALUE "ICH-OUT ".
           05 SR-CUSTOMER-ID           PIC 9(08).
           05 SR-CBU                   PIC 9(22).
      *    The name that was screened: the customer's on onboarding
      *    and re-screen rows, the remitter's on inbound items, our
      *    sender's on outbound items.
           05 SR-PARTY-NAME            PIC X(35).
           05 SR-DOCUMENT-NUMBER       PIC 9(11).
           05 SR-WATCH-ENTRY-ID        PIC X(10).
           05 SR-COUNTERPARTY-CBU      PIC 9(22).
           05 SR-AMOUNT                PIC 9(18)V99.
           05 SR-ITEM-DATE             PIC X(08).
           05 SR-QUEUED-DATE           PIC X(08).
           05 SR-STATUS                PIC X(01).
               88 SR-IS-PENDING            VALUE "P".
               88 SR-IS-RELEASED           VALUE "R".
               88 SR-IS-REJECTED           VALUE "X".
           05 SR-DECIDED-DATE          PIC X(08).
           05 SR-DECIDED-OPERATOR      PIC X(08).
      *    The account status a screening freeze replaced, put back
      *    when the match is released: A on onboarding rows, the
      *    status the account had on re-screen rows, spaces on
      *    interchange items and on rows queued before the field
      *    existed (released as active).
           05 SR-PRIOR-STATUS          PIC X(01).
