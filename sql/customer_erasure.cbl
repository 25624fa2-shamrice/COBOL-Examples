      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Customer erasure. Given one customer id in
      *>          ERASURE_CUSTOMER_ID (with the requester's reference
      *>          in ERASURE_REQUEST_REF), first checks that nothing
      *>          still needs the customer's details: a legal hold in
      *>          force in legal-holds.txt, an open receivable in
      *>          ar-open-items.txt, a non-zero ACCOUNT_BALANCES
      *>          balance, an active loan with principal left, an
      *>          order not yet invoiced, or an order on credit hold.
      *>          Any one of those refuses the erasure -- nothing is
      *>          changed and the run ends with return code 4.
      *>
      *>          Otherwise every store that carries the customer's
      *>          personal details is anonymized in place with the
      *>          same deterministic substitutes pii_mask.cbl uses
      *>          (MLAST/MFIRST/MNOTE on the customer master, MF/ML,
      *>          a 555 phone and a MASKED STREET address on the
      *>          account side), so a masked test copy and an erased
      *>          production record read alike. Ids, dates, amounts
      *>          and statuses are never touched, so every total and
      *>          reconciliation still balances. A value already in
      *>          substitute form is left alone, so a rerun after a
      *>          failure finishes the job without masking twice.
      *>
      *>          The stores: customer-master.dat under the shared
      *>          master lock, the customer-master.txt extract and its
      *>          five generations, the customer master journal, the
      *>          pending-changes file, the packed customer master
      *>          archive, customer-orders.dat and customer-orders.txt
      *>          (order descriptions), redefines-customer.dat,
      *>          mailing-households.txt, the statement archive,
      *>          account_export.txt and partner-feed-out.txt, and the
      *>          ACCOUNTS, ACCOUNT_NOTES and ACCOUNT_AUDIT tables.
      *>          Sequential files are rewritten through
      *>          erasure-rewrite-new.txt and swapped into place.
      *>          The journal and ACCOUNT_AUDIT are chained trails
      *>          (see audit-chain): both are re-chained as they are
      *>          anonymized, and a journal link found broken before
      *>          the erasure is named on the certificate.
      *>
      *>          The erasure certificate,
      *>          erasure-certificate-<id>-<date>.txt, registered in
      *>          the report catalog, lists every file and table
      *>          looked at, the records found for the customer, the
      *>          records anonymized, and any blocker. With
      *>          ERASURE_CHECK_ONLY=Y the blockers are checked and
      *>          the stores counted, the database work is rolled back
      *>          and no file is swapped -- the certificate then says
      *>          what an erasure would touch.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC
      *>       precompiler to pick them up and process them.
      *>
      *> Prerequisites: Postgres SQL database with create_db script ran
      *>                on.
      *>                esqlOC Precompiler
      *>                unixODBC odbc-postgresql driver installed
      *>
      *> Precomiler: esqlOC -static -o generated_erasure.cbl
      *>             customer_erasure.cbl
      *> Tectonics: cobc -x -static -locsql generated_erasure.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. customer-erasure.

       environment division.
       input-output section.
       file-control.

      *> Holds placed by legal on a customer's records; a hold with
      *> no release date is still in force.
           select fd-legal-hold-file
           assign to "legal-holds.txt"
           organization is line sequential
           file status is ws-fs-status-legal.

           select fd-ar-file
           assign to "ar-open-items.txt"
           organization is line sequential
           file status is ws-fs-status-ar.

           select fd-hold-file
           assign to "customer-orders-hold.txt"
           organization is line sequential
           file status is ws-fs-status-hold.

           select fd-master-dat
           assign to "customer-master.dat"
           organization is indexed
           access mode is dynamic
           record key is f-mdat-customer-id
           file status is ws-fs-status-mdat.

      *> customer-master.txt and its generations share one layout.
           select fd-master-flat
           assign to ws-master-flat-name
           organization is line sequential
           file status is ws-fs-status-mflat.

           select fd-journal-file
           assign to "customer-master-journal.txt"
           organization is line sequential
           file status is ws-fs-status-journal.

           select fd-pending-file
           assign to "customer-pending-changes.txt"
           organization is line sequential
           file status is ws-fs-status-pending.

           select fd-master-archive
           assign to "customer-master-archive.dat"
           organization is sequential
           file status is ws-fs-status-marc.

           select fd-master-archive-new
           assign to "erasure-archive-new.dat"
           organization is sequential
           file status is ws-fs-status-marc-new.

           select fd-customer-orders
           assign to "customer-orders.dat"
           organization is indexed
           access mode is dynamic
           record key is f-order-number
           alternate record key is f-order-customer-id
               with duplicates
           file status is ws-fs-status-orders.

           select fd-customer-orders-flat
           assign to "customer-orders.txt"
           organization is line sequential
           file status is ws-fs-status-orders-flat.

           select fd-redef-customer
           assign to "redefines-customer.dat"
           organization is indexed
           access mode is dynamic
           record key is f-redef-id
           alternate record key is f-redef-zip-code
               with duplicates
           alternate record key is f-redef-name
               with duplicates
           alternate record key is f-redef-parent-id
               with duplicates
           file status is ws-fs-status-redef.

           select fd-household-file
           assign to "mailing-households.txt"
           organization is line sequential
           file status is ws-fs-status-household.

           select fd-archive-file
           assign to "statement-archive.dat"
           organization is indexed
           access mode is dynamic
           record key is f-arch-key
           file status is ws-fs-status-archive.

           select fd-export-file
           assign to "account_export.txt"
           organization is line sequential
           file status is ws-fs-status-export.

           select fd-feed-file
           assign to "partner-feed-out.txt"
           organization is line sequential
           file status is ws-fs-status-feed.

      *> Every sequential store is rewritten through this one file,
      *> then swapped into place.
           select fd-rewrite-file
           assign to "erasure-rewrite-new.txt"
           organization is line sequential
           file status is ws-fs-status-rewrite.

           select fd-certificate-file
           assign to ws-certificate-name
           organization is line sequential
           file status is ws-fs-status-certificate.

       data division.
       file section.

           fd  fd-legal-hold-file.
           01  f-legal-hold-record.
               05  f-lh-customer-id            pic 9(5).
               05  filler                      pic x.
               05  f-lh-placed-date            pic 9(8).
               05  filler                      pic x.
               05  f-lh-released-date          pic 9(8).
               05  filler                      pic x.
               05  f-lh-reason                 pic x(40).

           fd  fd-ar-file.
           01  f-ar-record.
               05  f-ar-type                   pic x.
                   88  f-ar-invoice            value 'I'.
               05  f-ar-invoice-number         pic 9(6).
               05  f-ar-customer-id            pic 9(5).
               05  f-ar-period                 pic 9(6).
               05  f-ar-invoice-date           pic x(8).
               05  f-ar-due-date               pic x(8).
               05  f-ar-original-amount        pic 9(7)v99.
               05  f-ar-paid-amount            pic 9(7)v99.
               05  f-ar-balance                pic 9(7)v99.
               05  f-ar-last-receipt-date      pic x(8).
               05  f-ar-status                 pic x.
                   88  f-ar-open               value 'O'.
               05  f-ar-dunning-level          pic 9.
               05  f-ar-dunning-date           pic x(8).

           fd  fd-hold-file.
           01  f-hold-record.
               05  f-hold-customer-id          pic 9(5).
               05  f-hold-order-number         pic 9(6).
               05  f-hold-rest                 pic x(76).

           fd  fd-master-dat.
           01  f-mdat-record.
               05  f-mdat-customer-id          pic 9(5).
               05  f-mdat-rest                 pic x(141).

           fd  fd-master-flat.
           01  f-mflat-record.
               05  f-mflat-customer-id         pic 9(5).
               05  f-mflat-rest                pic x(141).

      *> The journal record the shared customer-journal subprogram
      *> appends, before and after images in the customer master
      *> layout.
           fd  fd-journal-file.
           01  f-journal-record.
               05  f-jr-sequence               pic 9(7).
               05  filler                      pic x.
               05  f-jr-date                   pic 9(8).
               05  filler                      pic x.
               05  f-jr-time                   pic x(8).
               05  filler                      pic x.
               05  f-jr-source                 pic x(10).
               05  filler                      pic x.
               05  f-jr-code                   pic x.
               05  filler                      pic x.
               05  f-jr-customer-id            pic 9(5).
               05  filler                      pic x.
               05  f-jr-before-image           pic x(146).
               05  filler                      pic x.
               05  f-jr-after-image            pic x(146).
               05  filler                      pic x.
               05  f-jr-chain                  pic x(16).

      *> A future-dated change parked by the customer master update:
      *> date parked, source stream, and the transaction whole.
           fd  fd-pending-file.
           01  f-pending-record.
               05  f-pend-parked-date          pic 9(8).
               05  f-pend-source               pic x(10).
               05  f-pend-code                 pic x.
               05  f-pend-customer-id          pic 9(5).
               05  f-pend-last-name            pic x(50).
               05  f-pend-first-name           pic x(50).
               05  f-pend-contract-id          pic 9(5).
               05  f-pend-state                pic xx.
               05  f-pend-zip                  pic x(5).
               05  f-pend-comment              pic x(25).
               05  f-pend-region               pic x(4).
               05  f-pend-effective-date       pic x(8).

      *> The packed archive customer_master_archive.cbl writes: the
      *> three text fields trimmed into f-marc-text behind their
      *> lengths.
           fd  fd-master-archive
               record is varying in size from 25 to 150 characters
               depending on ws-marc-rec-len.
           01  f-marc-record.
               05  f-marc-customer-id          pic 9(5)v99 comp-3.
               05  f-marc-contract-id          pic 9(5)v99 comp-3.
               05  f-marc-state                pic xx.
               05  f-marc-zip                  pic x(5).
               05  f-marc-region               pic x(4).
               05  f-marc-last-len             pic 99 comp.
               05  f-marc-first-len            pic 99 comp.
               05  f-marc-comment-len          pic 99 comp.
               05  f-marc-text                 pic x(125).

           fd  fd-master-archive-new
               record is varying in size from 25 to 150 characters
               depending on ws-marc-new-rec-len.
           01  f-marc-new-record               pic x(150).

           fd  fd-customer-orders.
           01  f-order-record.
               05  f-order-customer-id         pic 9(5).
               05  f-order-number              pic 9(6).
               05  f-order-date                pic x(8).
               05  f-order-description         pic x(30).
               05  f-order-amount              pic 9(7)v99.
               05  f-order-item-id-1           pic 9(4).
               05  f-order-item-id-2           pic 9(4).
               05  f-order-line-count          pic 9(3).
               05  f-order-status              pic x.
                   88  f-order-not-invoiced    values 'O' ' ' 'P' 'S'.
               05  f-order-ship-date           pic x(8).
               05  f-order-invoice-period      pic 9(6).

           fd  fd-customer-orders-flat.
           01  f-order-flat-record.
               05  f-oflat-customer-id         pic 9(5).
               05  f-oflat-number              pic 9(6).
               05  f-oflat-date                pic x(8).
               05  f-oflat-description         pic x(30).
               05  f-oflat-amount              pic 9(7)v99.
               05  f-oflat-item-id-1           pic 9(4).
               05  f-oflat-item-id-2           pic 9(4).
               05  f-oflat-line-count          pic 9(3).
               05  f-oflat-status              pic x.
                   88  f-oflat-not-invoiced    values 'O' ' ' 'P' 'S'.
               05  f-oflat-ship-date           pic x(8).
               05  f-oflat-invoice-period      pic 9(6).

           fd  fd-redef-customer.
           01  f-redef-record.
               05  f-redef-id                  pic 9(5).
               05  f-redef-type                pic 9.
                   88  f-redef-type-person     value 1.
                   88  f-redef-type-corp       value 2.
               05  f-redef-name.
                   10  f-redef-first-name      pic x(10).
                   10  f-redef-last-name       pic x(20).
               05  f-redef-corp-name redefines f-redef-name
                                               pic x(30).
               05  f-redef-street-address      pic x(20).
               05  f-redef-state               pic xx.
               05  f-redef-zip-code            pic 9(5).
               05  f-redef-parent-id           pic 9(5).

           fd  fd-household-file.
           01  f-household-record              pic x(100).

           fd  fd-archive-file.
           01  f-archive-record.
               05  f-arch-key.
                   10  f-arch-account-id       pic 9(5).
                   10  f-arch-period           pic 9(6).
                   10  f-arch-line-number      pic 9(4).
               05  f-arch-line                 pic x(100).

      *> The extract sql_example.cbl writes, header and trailer
      *> records included.
           fd  fd-export-file.
           01  f-export-record.
               05  f-exp-action                pic x.
                   88  f-exp-control-record    values 'H' 'T'.
               05  filler                      pic x.
               05  f-exp-id                    pic 9(5).
               05  filler                      pic x.
               05  f-exp-first-name            pic x(8).
               05  filler                      pic x.
               05  f-exp-last-name             pic x(8).
               05  filler                      pic x.
               05  f-exp-phone                 pic x(10).
               05  filler                      pic x.
               05  f-exp-address               pic x(22).
               05  filler                      pic x.
               05  f-exp-is-enabled            pic x.
               05  filler                      pic x.
               05  f-exp-create-dt             pic x(20).
               05  filler                      pic x.
               05  f-exp-mod-dt                pic x(20).

           fd  fd-feed-file.
           01  f-feed-record                   pic x(512).

           fd  fd-rewrite-file.
           01  f-rewrite-record                pic x(512).

           fd  fd-certificate-file.
           01  f-certificate-record            pic x(132).

       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.

      *> Replace values as needed for your own local test environment
       77  ws-db-connection-string pic x(1024) value
               'DRIVER={PostgreSQL Unicode};' &
               'SERVER=localhost;' &
               'PORT=5432;' &
               'DATABASE=cobol_db_example;' &
               'UID=postgres;' &
               'PWD=password;' &
               'COMRESSED_PROTO=0;'.

       01  ws-sql-account-id                  pic 9(5).
       01  ws-sql-first-name                  pic x(8).
       01  ws-sql-last-name                   pic x(8).
       01  ws-sql-phone                       pic x(10).
       01  ws-sql-address                     pic x(22).
       01  ws-sql-balance                     pic s9(9)v99.
       01  ws-sql-loan-count                  pic 9(5).
       01  ws-sql-row-count                   pic 9(5).
       01  ws-sql-note-text                   pic x(60).
       01  ws-sql-new-note-text               pic x(60).
       01  ws-sql-field-name                  pic x(30).
       01  ws-sql-old-value                   pic x(30).
       01  ws-sql-new-value                   pic x(30).
       01  ws-sql-changed-by                  pic x(30).
       01  ws-sql-audit-seq                   pic 9(9).
       01  ws-sql-audit-stamp                 pic x(14).
       01  ws-sql-chain-value                 pic x(16).
       01  ws-sql-prior-chain                 pic x(16).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables to the program only. These are not seen by
      *> the precompiler operation.
       01  ws-fs-status-legal                 pic xx.
       01  ws-fs-status-ar                    pic xx.
       01  ws-fs-status-hold                  pic xx.
       01  ws-fs-status-mdat                  pic xx.
       01  ws-fs-status-mflat                 pic xx.
       01  ws-fs-status-journal               pic xx.
       01  ws-fs-status-pending               pic xx.
       01  ws-fs-status-marc                  pic xx.
       01  ws-fs-status-marc-new              pic xx.
       01  ws-fs-status-orders                pic xx.
       01  ws-fs-status-orders-flat           pic xx.
       01  ws-fs-status-redef                 pic xx.
       01  ws-fs-status-household             pic xx.
       01  ws-fs-status-archive               pic xx.
       01  ws-fs-status-export                pic xx.
       01  ws-fs-status-feed                  pic xx.
       01  ws-fs-status-rewrite               pic xx.
       01  ws-fs-status-certificate           pic xx.

       01  ws-eof-sw                          pic x value 'N'.
           88  ws-eof                         value 'Y'.
           88  ws-not-eof                     value 'N'.

       01  ws-business-date-request.
           05  ws-bd-action                 pic x.
           05  ws-bd-date                   pic 9(8).

       01  ws-business-date                   pic 9(8).

      *> The erasure asked for.
       01  ws-erase-id-env                    pic x(5).
       01  ws-erase-id                        pic 9(5).
       01  ws-erase-id-text redefines ws-erase-id
                                              pic x(5).
       01  ws-request-ref                     pic x(30).
       01  ws-check-only-env                  pic x.
       01  ws-check-only-sw                   pic x value 'N'.
           88  ws-check-only                  value 'Y'.

       01  ws-certificate-name                pic x(40).

      *> Anything that refuses the erasure, in the order found.
       01  ws-num-blockers                    pic 99 comp value 0.

       01  ws-blocker-table                   occurs 0 to 50 times
                                              depending on
                                                  ws-num-blockers.
           05  ws-blocker-text                pic x(100).

       01  ws-blocker-line                    pic x(100).
       01  ws-blocker-count                   pic 9(5).
       01  ws-blocker-amount                  pic 9(9)v99.
       01  ws-amount-display                  pic -(8)9.99.

      *> What each store held for the customer and what was done.
       01  ws-num-stores                      pic 99 comp value 0.

       01  ws-store-table                     occurs 0 to 30 times
                                              depending on
                                                  ws-num-stores.
           05  ws-st-name                     pic x(40).
           05  ws-st-kind                     pic x(8).
           05  ws-st-found                    pic 9(5).
           05  ws-st-changed                  pic 9(5).
           05  ws-st-result                   pic x(30).

       01  ws-store-name                      pic x(40).
       01  ws-store-kind                      pic x(8).
       01  ws-store-found                     pic 9(5).
       01  ws-store-changed                   pic 9(5).
       01  ws-store-result                    pic x(30).
       01  ws-store-sub                       pic 99 comp.

       01  ws-total-found                     pic 9(7) value 0.
       01  ws-total-changed                   pic 9(7) value 0.

      *> The customer's details as held before the erasure: off the
      *> ACCOUNTS row and the export for the account side, off the
      *> customer master for the consolidated statement name.
       01  ws-account-found-sw                pic x value 'N'.
           88  ws-account-found               value 'Y'.
       01  ws-acct-orig-first-name            pic x(8).
       01  ws-acct-orig-last-name             pic x(8).
       01  ws-acct-orig-phone                 pic x(10).
       01  ws-acct-orig-address               pic x(22).

       01  ws-export-found-sw                 pic x value 'N'.
           88  ws-export-found                value 'Y'.
       01  ws-exp-orig-first-name             pic x(8).
       01  ws-exp-orig-last-name              pic x(8).
       01  ws-exp-orig-phone                  pic x(10).
       01  ws-exp-orig-address                pic x(22).

       01  ws-feed-orig-first-name            pic x(8).
       01  ws-feed-orig-last-name             pic x(8).
       01  ws-feed-orig-phone                 pic x(10).
       01  ws-feed-orig-address               pic x(22).

       01  ws-master-found-sw                 pic x value 'N'.
           88  ws-master-found                value 'Y'.
       01  ws-master-orig-name                pic x(60).
       01  ws-master-sub-name                 pic x(60).

      *> A customer master record in the common layout, masked in
      *> place wherever it turns up.
       01  ws-master-image.
           05  ws-mi-customer-id              pic 9(5).
           05  ws-mi-last-name                pic x(50).
           05  ws-mi-first-name               pic x(50).
           05  ws-mi-contract-id              pic 9(5).
           05  ws-mi-state                    pic xx.
           05  ws-mi-zip                      pic x(5).
           05  ws-mi-comment                  pic x(25).
           05  ws-mi-region                   pic x(4).

       01  ws-image-before                    pic x(146).
       01  ws-record-changed-sw               pic x.
           88  ws-record-changed              value 'Y'.
       01  ws-master-locked-sw                pic x value 'N'.
           88  ws-master-locked               value 'Y'.

      *> The generations master_bridge.cbl keeps beside the extract.
       01  ws-master-flat-name                pic x(40).
       01  ws-generation                      pic 9.

      *> Packed archive work fields.
       01  ws-marc-rec-len                    pic 9(3) comp.
       01  ws-marc-new-rec-len                pic 9(3) comp.
       01  ws-marc-text-pos                   pic 9(3) comp.
       01  ws-marc-length                     pic 99 comp.
       01  ws-marc-work                       pic x(150).

      *> Substitute work fields: the kind of value, the value, and
      *> the pii_mask substitute for it.
       01  ws-sub-kind                        pic x.
           88  ws-sub-master-last             value 'L'.
           88  ws-sub-master-first            value 'F'.
           88  ws-sub-note                    value 'N'.
           88  ws-sub-account-first           value 'f'.
           88  ws-sub-account-last            value 'l'.
           88  ws-sub-phone                   value 'P'.
           88  ws-sub-address                 value 'A'.
       01  ws-sub-input                       pic x(60).
       01  ws-sub-output                      pic x(60).
       01  ws-sub-masked-sw                   pic x.
           88  ws-sub-already-masked          value 'Y'.
           88  ws-sub-not-masked              value 'N'.

      *> Same hash pii_mask.cbl runs, so a substitute here matches
      *> the one in a masked test copy.
       01  ws-hash-input                      pic x(60).
       01  ws-hash-value                      pic 9(7).
       01  ws-hash-display                    pic 9(6).
       01  ws-hash-pos                        pic 99 comp.
       01  ws-hash-length                     pic 99 comp.
       01  ws-hash-char-code                  pic 999 comp.

      *> Line rework fields for the household, archive and feed
      *> lines.
       01  ws-line-work                       pic x(512).
       01  ws-line-before                     pic x(512).
       01  ws-find-text                       pic x(40).
       01  ws-find-length                     pic 99 comp.
       01  ws-replace-text                    pic x(40).
       01  ws-replace-length                  pic 99 comp.
       01  ws-found-pos                       pic 9(4) comp.
       01  ws-tally                           pic 9(4) comp.
       01  ws-tally-2                         pic 9(4) comp.
       01  ws-text-length                     pic 9(4) comp.
       01  ws-value-text                      pic x(30).
       01  ws-sub-text                        pic x(30).
       01  ws-feed-match-count                pic 9 comp.

       01  ws-arch-last-name                  pic x(30).
       01  ws-arch-first-name                 pic x(30).
       01  ws-arch-sub-last                   pic x(30).
       01  ws-arch-sub-first                  pic x(30).
       01  ws-consolidated-sw                 pic x value 'N'.
           88  ws-after-consolidated-heading  value 'Y'.

      *> Distinct notes and audit values, read off before any row
      *> is updated.
       01  ws-num-notes                       pic 9(4) comp value 0.

       01  ws-note-table                      occurs 0 to 500 times
                                              depending on ws-num-notes.
           05  ws-note-text                   pic x(60).

       01  ws-num-audit-values                pic 9(4) comp value 0.

       01  ws-audit-table                     occurs 0 to 500 times
                                              depending on
                                                  ws-num-audit-values.
           05  ws-av-field-name               pic x(30).
           05  ws-av-value                    pic x(30).

       01  ws-table-sub                       pic 9(4) comp.

      *> Each ACCOUNT_AUDIT row's link in the table's chain, laid out
      *> as sql_example chains it: AUDIT_SEQ, the columns at fixed
      *> widths and CHANGED_DT to the second.
       01  ws-audit-chain-row.
           05  ws-acr-seq                     pic 9(9).
           05  ws-acr-account-id              pic 9(5).
           05  ws-acr-field-name              pic x(30).
           05  ws-acr-old-value               pic x(30).
           05  ws-acr-new-value               pic x(30).
           05  ws-acr-changed-by              pic x(30).
           05  ws-acr-changed                 pic x(14).

       01  ws-audit-stamp-date                pic x(8).
       01  ws-audit-stamp-time                pic x(8).

       01  ws-rechain-done-sw                 pic x value 'N'.
           88  ws-rechain-done                value 'Y'.
           88  ws-rechain-not-done            value 'N'.

      *> The journal re-chained as it is copied: the running prior
      *> values as written and as re-chained, the links written, and
      *> the first link that did not hold before the erasure touched
      *> it.
       01  ws-journal-old-prior               pic x(16).
       01  ws-journal-new-prior               pic x(16).
       01  ws-journal-links                   pic 9(9).
       01  ws-journal-first-break             pic 9(9).
       01  ws-journal-break-display           pic z(8)9.
       01  ws-journal-chained-sw              pic x value 'N'.
           88  ws-journal-chained             value 'Y'.

      *> Request group for the shared audit-chain subprogram.
       01  ws-audit-chain-request.
           05  ws-ac-action                   pic x.
           05  ws-ac-trail                    pic x(30).
           05  ws-ac-record                   pic x(400).
           05  ws-ac-prior-chain              pic x(16).
           05  ws-ac-chain-value              pic x(16).
           05  ws-ac-link-count               pic 9(9).
           05  ws-ac-base-count               pic 9(9).
           05  ws-ac-base-chain               pic x(16).
           05  ws-ac-status                   pic x.

       01  ws-delete-status                   pic s9(9) comp-5.
       01  ws-rename-status                   pic s9(9) comp-5.
       01  ws-swap-target                     pic x(40).
       01  ws-rewrite-name                    pic x(40)
                                 value "erasure-rewrite-new.txt".
       01  ws-marc-name                       pic x(40)
                                 value "customer-master-archive.dat".
       01  ws-marc-new-name                   pic x(40)
                                 value "erasure-archive-new.dat".

       01  ws-report-line                     pic x(132).
       01  ws-found-display                   pic z(4)9.
       01  ws-changed-display                 pic z(4)9.
       01  ws-run-date                        pic x(8).
       01  ws-run-time                        pic x(8).

      *> Shared master-lock interface: the indexed customer master
      *> is rewritten only while the lock is held.
       01  ws-lock-request.
           05  ws-lock-action              pic x.
           05  ws-lock-holder              pic x(20).
           05  ws-lock-status              pic x.
               88  ws-lock-granted         value 'G'.
               88  ws-lock-blocked         value 'H'.
           05  ws-lock-held-date           pic x(8).
           05  ws-lock-held-time           pic x(8).

      *> Start/end entry for the common operations log, written by
      *> the shared job-audit-log subprogram.
       01  ws-job-audit-request.
           05  ws-ja-program                pic x(30).
           05  ws-ja-phase                  pic x.
           05  ws-ja-read-count             pic 9(7).
           05  ws-ja-written-count          pic 9(7).
           05  ws-ja-rejected-count         pic 9(7).
           05  ws-ja-status                 pic x(10).

      *> Failure detail handed to the shared error-logger subprogram
      *> before a hard stop, per the suite's return-code convention.
       01  ws-error-request.
           05  ws-err-program               pic x(30).
           05  ws-err-paragraph             pic x(30).
           05  ws-err-file-status           pic xx.
           05  ws-err-message               pic x(48).

      *> Entry for the common report catalog, written by the shared
      *> report-catalog subprogram.
       01  ws-catalog-request.
           05  ws-rc-name                  pic x(20).
           05  ws-rc-file                  pic x(40).
           05  ws-rc-pages                 pic 9(3).

       procedure division.
       main-procedure.
           display space
           display "Customer erasure"
           display "----------------"
           display space

           perform log-job-start
           perform fetch-business-date
           perform load-erasure-request

           display "Customer:  " ws-erase-id
           display "Reference: " function trim(ws-request-ref)
           if ws-check-only
               display "Check only -- nothing will be changed."
           end-if

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC.
           perform check-sql-state

           perform capture-account-originals
           perform capture-master-originals

           perform check-legal-holds
           perform check-ar-balance
           perform check-account-balance
           perform check-active-loans
           perform check-open-orders
           perform check-held-orders

           if ws-num-blockers > 0
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               perform write-certificate
               perform catalog-certificate
               move 4 to return-code
               perform log-job-end
               display "Erasure refused: " ws-num-blockers
                   " blocker(s) -- see "
                   function trim(ws-certificate-name)
               end-display
               goback
           end-if

           perform acquire-master-lock

           perform erase-account-row
           perform erase-account-notes
           perform erase-account-audit

           perform erase-master-dat
           move "customer-master.txt" to ws-master-flat-name
           perform erase-master-flat
           perform varying ws-generation from 1 by 1
           until ws-generation > 5
               move spaces to ws-master-flat-name
               string "customer-master-gen-" ws-generation ".txt"
                   delimited by size
                   into ws-master-flat-name
               end-string
               perform erase-master-flat
           end-perform
           perform erase-customer-journal
           perform erase-pending-changes
           perform erase-master-archive
           perform erase-orders-dat
           perform erase-orders-flat
           perform erase-redefines-customer
           perform erase-mailing-households
           perform erase-statement-archive
           perform erase-account-export
           perform erase-partner-feed

           perform release-master-lock

      *> The tables are committed last, once every file is done, so
      *> a failure part way leaves the database as it was and the
      *> rerun picks up the files not yet finished.
           if ws-check-only
               EXEC SQL
                   ROLLBACK
               END-EXEC
               perform check-sql-state
           else
               perform record-erasure-audit
               EXEC SQL
                   COMMIT
               END-EXEC
               perform check-sql-state
           end-if

           EXEC SQL
               CONNECT RESET
           END-EXEC

           perform write-certificate
           perform catalog-certificate
           perform log-job-end

           display "Records found:      " ws-total-found
           if ws-check-only
               display "Records to erase:   " ws-total-changed
           else
               display "Records anonymized: " ws-total-changed
           end-if
           display "See " function trim(ws-certificate-name)

           goback.


       fetch-business-date.

           move 'F' to ws-bd-action
           call "business-date" using ws-business-date-request
               on exception
                   display "Warning: unable to call business-date, "
                       "using the system date."
                   end-display
                   move 0 to ws-bd-date
           end-call

           if ws-bd-date = 0
               accept ws-business-date from date yyyymmdd
           else
               move ws-bd-date to ws-business-date
           end-if

           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time

           exit paragraph.


      *> ERASURE_CUSTOMER_ID is required; the reference and the
      *> check-only switch are optional.
       load-erasure-request.

           accept ws-erase-id-env
               from environment "ERASURE_CUSTOMER_ID"
           end-accept

           if ws-erase-id-env = spaces
           or function trim(ws-erase-id-env) is not numeric
               display "ERASURE_CUSTOMER_ID must be a customer id."
               move spaces to ws-error-request
               move "load-erasure-request" to ws-err-paragraph
               move "ERASURE_CUSTOMER_ID missing or invalid"
                   to ws-err-message
               perform fail-run
           end-if

           move function numval(ws-erase-id-env) to ws-erase-id

           if ws-erase-id = 0
               display "ERASURE_CUSTOMER_ID must be a customer id."
               move spaces to ws-error-request
               move "load-erasure-request" to ws-err-paragraph
               move "ERASURE_CUSTOMER_ID is zero" to ws-err-message
               perform fail-run
           end-if

           accept ws-request-ref
               from environment "ERASURE_REQUEST_REF"
           end-accept

           accept ws-check-only-env
               from environment "ERASURE_CHECK_ONLY"
           end-accept

           if ws-check-only-env = 'Y' or ws-check-only-env = 'y'
               set ws-check-only to true
           end-if

           move spaces to ws-certificate-name
           string "erasure-certificate-" ws-erase-id "-"
               ws-business-date ".txt"
               delimited by size
               into ws-certificate-name
           end-string

           exit paragraph.


      *> The account side's details as held now, for the feed lines
      *> that carry them.
       capture-account-originals.

           move ws-erase-id to ws-sql-account-id

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME,
                      COALESCE(PHONE, ' '), COALESCE(ADDRESS, ' ')
               INTO :ws-sql-first-name, :ws-sql-last-name,
                    :ws-sql-phone, :ws-sql-address
               FROM ACCOUNTS
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if SQL-NODATA
               exit paragraph
           end-if

           set ws-account-found to true
           move ws-sql-first-name to ws-acct-orig-first-name
           move ws-sql-last-name to ws-acct-orig-last-name
           move ws-sql-phone to ws-acct-orig-phone
           move ws-sql-address to ws-acct-orig-address

           exit paragraph.


      *> The master name as consolidated_statements.cbl prints it,
      *> first name then last, with its substitute -- the archived
      *> consolidated statements carry it in that form.
       capture-master-originals.

           open input fd-master-dat

           if ws-fs-status-mdat = "00"
               move ws-erase-id to f-mdat-customer-id
               read fd-master-dat
                   invalid key
                       continue
                   not invalid key
                       move f-mdat-record to ws-master-image
                       set ws-master-found to true
               end-read
               close fd-master-dat
           end-if

           if not ws-master-found
               move "customer-master.txt" to ws-master-flat-name
               open input fd-master-flat
               if ws-fs-status-mflat = "00"
                   set ws-not-eof to true
                   perform until ws-eof or ws-master-found
                       read fd-master-flat
                           at end
                               set ws-eof to true
                           not at end
                               if f-mflat-customer-id = ws-erase-id
                                   move f-mflat-record
                                       to ws-master-image
                                   set ws-master-found to true
                               end-if
                       end-read
                   end-perform
                   close fd-master-flat
               end-if
           end-if

           if not ws-master-found
               exit paragraph
           end-if

           move spaces to ws-master-orig-name
           string function trim(ws-mi-first-name) " "
               function trim(ws-mi-last-name)
               delimited by size
               into ws-master-orig-name
           end-string

           perform mask-master-image

           move spaces to ws-master-sub-name
           string function trim(ws-mi-first-name) " "
               function trim(ws-mi-last-name)
               delimited by size
               into ws-master-sub-name
           end-string

           exit paragraph.


      *> A hold with no release date, or one released after the
      *> business date, is still in force. No file means no holds.
       check-legal-holds.

           open input fd-legal-hold-file

           if ws-fs-status-legal = "35"
               exit paragraph
           end-if

           if ws-fs-status-legal not = "00"
               display "Error opening legal-holds.txt: "
                   ws-fs-status-legal
               end-display
               move spaces to ws-error-request
               move "check-legal-holds" to ws-err-paragraph
               move ws-fs-status-legal to ws-err-file-status
               move "open fd-legal-hold-file" to ws-err-message
               perform fail-run
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-legal-hold-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-lh-customer-id = ws-erase-id
                       and (f-lh-released-date = 0
                       or f-lh-released-date > ws-business-date)
                           move spaces to ws-blocker-line
                           string "Legal hold placed "
                               f-lh-placed-date ": "
                               function trim(f-lh-reason)
                               delimited by size
                               into ws-blocker-line
                           end-string
                           perform add-blocker
                       end-if
               end-read
           end-perform

           close fd-legal-hold-file

           exit paragraph.


       check-ar-balance.

           move 0 to ws-blocker-count
           move 0 to ws-blocker-amount

           open input fd-ar-file

           if ws-fs-status-ar not = "00"
               exit paragraph
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-ar-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-ar-customer-id = ws-erase-id
                       and f-ar-open
                       and f-ar-balance > 0
                           add 1 to ws-blocker-count
                           add f-ar-balance to ws-blocker-amount
                       end-if
               end-read
           end-perform

           close fd-ar-file

           if ws-blocker-count > 0
               move ws-blocker-amount to ws-amount-display
               move spaces to ws-blocker-line
               string "Open receivables: " ws-blocker-count
                   " item(s), balance "
                   function trim(ws-amount-display)
                   delimited by size
                   into ws-blocker-line
               end-string
               perform add-blocker
           end-if

           exit paragraph.


       check-account-balance.

           move ws-erase-id to ws-sql-account-id

           EXEC SQL
               SELECT COALESCE(SUM(BALANCE), 0)
               INTO :ws-sql-balance
               FROM ACCOUNT_BALANCES
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           if not SQL-NODATA and ws-sql-balance not = 0
               move ws-sql-balance to ws-amount-display
               move spaces to ws-blocker-line
               string "Account balance "
                   function trim(ws-amount-display)
                   " is not zero"
                   delimited by size
                   into ws-blocker-line
               end-string
               perform add-blocker
           end-if

           exit paragraph.


       check-active-loans.

           move ws-erase-id to ws-sql-account-id

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(PRINCIPAL_BAL), 0)
               INTO :ws-sql-loan-count, :ws-sql-balance
               FROM LOANS
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND STATUS = 'A'
                   AND PRINCIPAL_BAL > 0
           END-EXEC
           perform check-sql-state

           if not SQL-NODATA and ws-sql-loan-count > 0
               move ws-sql-balance to ws-amount-display
               move spaces to ws-blocker-line
               string "Active loans: " ws-sql-loan-count
                   ", principal outstanding "
                   function trim(ws-amount-display)
                   delimited by size
                   into ws-blocker-line
               end-string
               perform add-blocker
           end-if

           exit paragraph.


      *> Orders not yet invoiced -- open, picked or shipped -- off
      *> the indexed order file, or the flat copy where the indexed
      *> file is not there.
       check-open-orders.

           move 0 to ws-blocker-count

           open input fd-customer-orders

           if ws-fs-status-orders = "00"
               move ws-erase-id to f-order-customer-id
               start fd-customer-orders
                   key is equal to f-order-customer-id
                   invalid key
                       move "10" to ws-fs-status-orders
               end-start
               perform until ws-fs-status-orders = "10"
                   read fd-customer-orders next record
                       at end
                           move "10" to ws-fs-status-orders
                       not at end
                           if f-order-customer-id not = ws-erase-id
                               move "10" to ws-fs-status-orders
                           else
                               if f-order-not-invoiced
                                   add 1 to ws-blocker-count
                               end-if
                           end-if
                   end-read
               end-perform
               close fd-customer-orders
           else
               open input fd-customer-orders-flat
               if ws-fs-status-orders-flat = "00"
                   set ws-not-eof to true
                   perform until ws-eof
                       read fd-customer-orders-flat
                           at end
                               set ws-eof to true
                           not at end
                               if f-oflat-customer-id = ws-erase-id
                               and f-oflat-not-invoiced
                                   add 1 to ws-blocker-count
                               end-if
                       end-read
                   end-perform
                   close fd-customer-orders-flat
               end-if
           end-if

           if ws-blocker-count > 0
               move spaces to ws-blocker-line
               string "Orders not yet invoiced: " ws-blocker-count
                   delimited by size
                   into ws-blocker-line
               end-string
               perform add-blocker
           end-if

           exit paragraph.


      *> Every order on the hold file is still waiting on a
      *> decision.
       check-held-orders.

           move 0 to ws-blocker-count

           open input fd-hold-file

           if ws-fs-status-hold not = "00"
               exit paragraph
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-hold-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-hold-customer-id = ws-erase-id
                           add 1 to ws-blocker-count
                       end-if
               end-read
           end-perform

           close fd-hold-file

           if ws-blocker-count > 0
               move spaces to ws-blocker-line
               string "Orders on credit hold: " ws-blocker-count
                   delimited by size
                   into ws-blocker-line
               end-string
               perform add-blocker
           end-if

           exit paragraph.


       add-blocker.

           if ws-num-blockers < 50
               add 1 to ws-num-blockers
               move ws-blocker-line to ws-blocker-text(ws-num-blockers)
           end-if

           display "Blocker: " function trim(ws-blocker-line)

           exit paragraph.


      *> The same claim the customer master update makes; an erasure
      *> never runs underneath another update.
       acquire-master-lock.

           move spaces to ws-lock-request
           move 'A' to ws-lock-action
           move "customer-erasure" to ws-lock-holder

           call "master-lock" using ws-lock-request
               on exception
                   display "Warning: unable to call master-lock."
                   exit paragraph
           end-call

           if ws-lock-blocked
               display "Customer master locked by "
                   function trim(ws-lock-holder) " since "
                   ws-lock-held-date " " ws-lock-held-time
               end-display
               move spaces to ws-error-request
               move "acquire-master-lock" to ws-err-paragraph
               move "customer master locked by another job"
                   to ws-err-message
               perform fail-run
           end-if

           set ws-master-locked to true

           exit paragraph.


       release-master-lock.

           if not ws-master-locked
               exit paragraph
           end-if

           move spaces to ws-lock-request
           move 'R' to ws-lock-action
           move "customer-erasure" to ws-lock-holder

           call "master-lock" using ws-lock-request
               on exception
                   display "Warning: unable to call master-lock."
           end-call

           move 'N' to ws-master-locked-sw

           exit paragraph.


       erase-account-row.

           move "ACCOUNTS" to ws-store-name
           move "table" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           if not ws-account-found
               move "no row for the customer" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           move 1 to ws-store-found

           move 'f' to ws-sub-kind
           move ws-acct-orig-first-name to ws-sub-input
           perform make-substitute
           move ws-sub-output to ws-sql-first-name

           move 'l' to ws-sub-kind
           move ws-acct-orig-last-name to ws-sub-input
           perform make-substitute
           move ws-sub-output to ws-sql-last-name

           move 'P' to ws-sub-kind
           move ws-acct-orig-phone to ws-sub-input
           perform make-substitute
           move ws-sub-output to ws-sql-phone

           move 'A' to ws-sub-kind
           move ws-acct-orig-address to ws-sub-input
           perform make-substitute
           move ws-sub-output to ws-sql-address

           if ws-sql-first-name = ws-acct-orig-first-name
           and ws-sql-last-name = ws-acct-orig-last-name
           and ws-sql-phone = ws-acct-orig-phone
           and ws-sql-address = ws-acct-orig-address
               move "already anonymized" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           move ws-erase-id to ws-sql-account-id

           EXEC SQL
               UPDATE ACCOUNTS
               SET
                   FIRST_NAME = :ws-sql-first-name,
                   LAST_NAME = :ws-sql-last-name,
                   PHONE = :ws-sql-phone,
                   ADDRESS = :ws-sql-address,
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state

           move 1 to ws-store-changed
           perform set-store-result
           perform record-store-result

           exit paragraph.


      *> Note text is free text about the customer, so every note
      *> is replaced whole. Distinct texts are read off first and
      *> each one updated after the cursor is closed.
       erase-account-notes.

           move "ACCOUNT_NOTES" to ws-store-name
           move "table" to ws-store-kind
           move 0 to ws-store-changed
           move 0 to ws-num-notes
           move ws-erase-id to ws-sql-account-id

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-row-count
               FROM ACCOUNT_NOTES
               WHERE ACCOUNT_ID = :ws-sql-account-id
           END-EXEC
           perform check-sql-state
           move ws-sql-row-count to ws-store-found

           EXEC SQL
               DECLARE ERASE-NOTES-CUR CURSOR FOR
               SELECT DISTINCT NOTE_TEXT
               FROM ACCOUNT_NOTES
               WHERE ACCOUNT_ID = :ws-sql-account-id;
           END-EXEC
           perform check-sql-state

           EXEC SQL
               OPEN ERASE-NOTES-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH ERASE-NOTES-CUR
                   INTO :ws-sql-note-text;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA and ws-num-notes < 500
                   add 1 to ws-num-notes
                   move ws-sql-note-text to ws-note-text(ws-num-notes)
               end-if
           end-perform

           EXEC SQL
               CLOSE ERASE-NOTES-CUR
           END-EXEC
           perform check-sql-state

           perform varying ws-table-sub from 1 by 1
           until ws-table-sub > ws-num-notes
               move 'N' to ws-sub-kind
               move ws-note-text(ws-table-sub) to ws-sub-input
               perform make-substitute

               if ws-sub-not-masked
                   move ws-note-text(ws-table-sub) to ws-sql-note-text
                   move ws-sub-output to ws-sql-new-note-text

                   EXEC SQL
                       UPDATE ACCOUNT_NOTES
                       SET NOTE_TEXT = :ws-sql-new-note-text
                       WHERE ACCOUNT_ID = :ws-sql-account-id
                           AND NOTE_TEXT = :ws-sql-note-text
                   END-EXEC
                   perform check-sql-state

                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :ws-sql-row-count
                       FROM ACCOUNT_NOTES
                       WHERE ACCOUNT_ID = :ws-sql-account-id
                           AND NOTE_TEXT = :ws-sql-new-note-text
                   END-EXEC
                   perform check-sql-state
                   add ws-sql-row-count to ws-store-changed
               end-if
           end-perform

           perform set-store-result
           perform record-store-result

           exit paragraph.


      *> Old and new values of the name, phone and address changes
      *> sql_example.cbl audited. A blank value stays blank; ids,
      *> enabled flags and merge rows carry nothing personal.
       erase-account-audit.

           move "ACCOUNT_AUDIT" to ws-store-name
           move "table" to ws-store-kind
           move 0 to ws-store-changed
           move 0 to ws-num-audit-values
           move ws-erase-id to ws-sql-account-id

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-row-count
               FROM ACCOUNT_AUDIT
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND FIELD_NAME IN ('FIRST_NAME', 'LAST_NAME',
                                      'PHONE', 'ADDRESS')
           END-EXEC
           perform check-sql-state
           move ws-sql-row-count to ws-store-found

           EXEC SQL
               DECLARE ERASE-AUDIT-CUR CURSOR FOR
               SELECT FIELD_NAME, OLD_VALUE
               FROM ACCOUNT_AUDIT
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND FIELD_NAME IN ('FIRST_NAME', 'LAST_NAME',
                                      'PHONE', 'ADDRESS')
               UNION
               SELECT FIELD_NAME, NEW_VALUE
               FROM ACCOUNT_AUDIT
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND FIELD_NAME IN ('FIRST_NAME', 'LAST_NAME',
                                      'PHONE', 'ADDRESS');
           END-EXEC
           perform check-sql-state

           EXEC SQL
               OPEN ERASE-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100

               EXEC SQL
                   FETCH ERASE-AUDIT-CUR
                   INTO :ws-sql-field-name, :ws-sql-old-value;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
               and ws-sql-old-value not = spaces
               and ws-num-audit-values < 500
                   add 1 to ws-num-audit-values
                   move ws-sql-field-name
                       to ws-av-field-name(ws-num-audit-values)
                   move ws-sql-old-value
                       to ws-av-value(ws-num-audit-values)
               end-if
           end-perform

           EXEC SQL
               CLOSE ERASE-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           perform varying ws-table-sub from 1 by 1
           until ws-table-sub > ws-num-audit-values
               perform erase-one-audit-value
           end-perform

           if ws-store-changed > 0
               perform rechain-account-audit
           end-if

           perform set-store-result
           perform record-store-result

           exit paragraph.


       erase-one-audit-value.

           evaluate ws-av-field-name(ws-table-sub)
               when "FIRST_NAME"
                   move 'f' to ws-sub-kind
               when "LAST_NAME"
                   move 'l' to ws-sub-kind
               when "PHONE"
                   move 'P' to ws-sub-kind
               when other
                   move 'A' to ws-sub-kind
           end-evaluate

           move ws-av-value(ws-table-sub) to ws-sub-input
           perform make-substitute

           if ws-sub-already-masked
               exit paragraph
           end-if

           move ws-av-field-name(ws-table-sub) to ws-sql-field-name
           move ws-av-value(ws-table-sub) to ws-sql-old-value
           move ws-sub-output to ws-sql-new-value

           EXEC SQL
               SELECT COUNT(*)
               INTO :ws-sql-row-count
               FROM ACCOUNT_AUDIT
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND FIELD_NAME = :ws-sql-field-name
                   AND (OLD_VALUE = :ws-sql-old-value
                        OR NEW_VALUE = :ws-sql-old-value)
           END-EXEC
           perform check-sql-state
           add ws-sql-row-count to ws-store-changed

           EXEC SQL
               UPDATE ACCOUNT_AUDIT
               SET OLD_VALUE = :ws-sql-new-value
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND FIELD_NAME = :ws-sql-field-name
                   AND OLD_VALUE = :ws-sql-old-value
           END-EXEC
           perform check-sql-state

           EXEC SQL
               UPDATE ACCOUNT_AUDIT
               SET NEW_VALUE = :ws-sql-new-value
               WHERE ACCOUNT_ID = :ws-sql-account-id
                   AND FIELD_NAME = :ws-sql-field-name
                   AND NEW_VALUE = :ws-sql-old-value
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> The erasure itself goes on the audit trail, against the
      *> requester's reference, so the account's history shows why
      *> its details read as substitutes.
       record-erasure-audit.

           move ws-erase-id to ws-sql-account-id
           move "ERASED" to ws-sql-field-name
           move spaces to ws-sql-old-value
           move ws-request-ref to ws-sql-new-value
           move "customer-erasure" to ws-sql-changed-by

           perform next-audit-link

           EXEC SQL
               INSERT INTO ACCOUNT_AUDIT
                   (ACCOUNT_ID, FIELD_NAME, OLD_VALUE, NEW_VALUE,
                    CHANGED_BY, CHANGED_DT, AUDIT_SEQ, CHAIN_VALUE)
               VALUES
                   (:ws-sql-account-id, :ws-sql-field-name,
                    :ws-sql-old-value, :ws-sql-new-value,
                    :ws-sql-changed-by,
                    TO_TIMESTAMP(:ws-sql-audit-stamp,
                        'YYYYMMDDHH24MISS'),
                    :ws-sql-audit-seq, :ws-sql-chain-value)
           END-EXEC
           perform check-sql-state

           exit paragraph.


      *> The erasure row's link, taken the way sql_example takes it:
      *> the next AUDIT_SEQ chained to the last row's CHAIN_VALUE, or
      *> to the purge base when no chained row is left.
       next-audit-link.

           EXEC SQL
               SELECT COALESCE(MAX(AUDIT_SEQ), 0)
               INTO :ws-sql-audit-seq
               FROM ACCOUNT_AUDIT
           END-EXEC
           perform check-sql-state

           if ws-sql-audit-seq = 0
               move "ACCOUNT_AUDIT" to ws-ac-trail
               perform query-chain-base
               move ws-ac-base-count to ws-sql-audit-seq
               move ws-ac-base-chain to ws-sql-prior-chain
           else
               EXEC SQL
                   SELECT CHAIN_VALUE
                   INTO :ws-sql-prior-chain
                   FROM ACCOUNT_AUDIT
                   WHERE AUDIT_SEQ = :ws-sql-audit-seq
               END-EXEC
               perform check-sql-state
           end-if

           add 1 to ws-sql-audit-seq

           accept ws-audit-stamp-date from date yyyymmdd
           accept ws-audit-stamp-time from time
           move ws-audit-stamp-date to ws-sql-audit-stamp(1:8)
           move ws-audit-stamp-time(1:6) to ws-sql-audit-stamp(9:6)

           move ws-sql-audit-seq to ws-acr-seq
           move ws-sql-account-id to ws-acr-account-id
           move ws-sql-field-name to ws-acr-field-name
           move ws-sql-old-value to ws-acr-old-value
           move ws-sql-new-value to ws-acr-new-value
           move ws-sql-changed-by to ws-acr-changed-by
           move ws-sql-audit-stamp to ws-acr-changed

           perform compute-audit-chain
           move ws-ac-chain-value to ws-sql-chain-value

           exit paragraph.


      *> The base db-retention leaves for a trail when it purges from
      *> the front -- zero and an all-zero value until the first
      *> purge.
       query-chain-base.

           move 'Q' to ws-ac-action
           move spaces to ws-ac-record

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move 'N' to ws-ac-status
           end-call

           if ws-ac-status not = 'Y'
               move 0 to ws-ac-base-count
               move all "0" to ws-ac-base-chain
           end-if

           exit paragraph.


       compute-audit-chain.

           move 'C' to ws-ac-action
           move "ACCOUNT_AUDIT" to ws-ac-trail
           move spaces to ws-ac-record
           move ws-audit-chain-row to ws-ac-record
           move ws-sql-prior-chain to ws-ac-prior-chain

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move spaces to ws-ac-chain-value
           end-call

           exit paragraph.


      *> Masking changes rows already on the chain, so every chained
      *> row's CHAIN_VALUE is worked out again in AUDIT_SEQ order --
      *> inside the erasure's unit, so a check-only rollback (or a
      *> failure) leaves the old values with the old rows.
       rechain-account-audit.

           move "ACCOUNT_AUDIT" to ws-ac-trail
           perform query-chain-base
           move ws-ac-base-chain to ws-sql-prior-chain

           EXEC SQL
               DECLARE RECHAIN-AUDIT-CUR CURSOR FOR
               SELECT AUDIT_SEQ, ACCOUNT_ID, FIELD_NAME,
                      OLD_VALUE, NEW_VALUE, CHANGED_BY,
                      TO_CHAR(CHANGED_DT, 'YYYYMMDDHH24MISS')
               FROM ACCOUNT_AUDIT
               WHERE AUDIT_SEQ IS NOT NULL
               ORDER BY AUDIT_SEQ;
           END-EXEC
           perform check-sql-state

           EXEC SQL
               OPEN RECHAIN-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           set ws-rechain-not-done to true

           perform until ws-rechain-done

               move spaces to ws-sql-field-name
               move spaces to ws-sql-old-value
               move spaces to ws-sql-new-value
               move spaces to ws-sql-changed-by
               move spaces to ws-sql-audit-stamp

               EXEC SQL
                   FETCH RECHAIN-AUDIT-CUR
                   INTO :ws-sql-audit-seq, :ws-sql-account-id,
                        :ws-sql-field-name, :ws-sql-old-value,
                        :ws-sql-new-value, :ws-sql-changed-by,
                        :ws-sql-audit-stamp;
               END-EXEC
               perform check-sql-state

               if SQL-NODATA
                   set ws-rechain-done to true
               else
                   perform rechain-one-audit-row
               end-if
           end-perform

           EXEC SQL
               CLOSE RECHAIN-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           move ws-erase-id to ws-sql-account-id

           exit paragraph.


       rechain-one-audit-row.

           move ws-sql-audit-seq to ws-acr-seq
           move ws-sql-account-id to ws-acr-account-id
           move ws-sql-field-name to ws-acr-field-name
           move ws-sql-old-value to ws-acr-old-value
           move ws-sql-new-value to ws-acr-new-value
           move ws-sql-changed-by to ws-acr-changed-by
           move ws-sql-audit-stamp to ws-acr-changed

           perform compute-audit-chain
           move ws-ac-chain-value to ws-sql-chain-value

           EXEC SQL
               UPDATE ACCOUNT_AUDIT
               SET CHAIN_VALUE = :ws-sql-chain-value
               WHERE AUDIT_SEQ = :ws-sql-audit-seq
           END-EXEC
           perform check-sql-state

           move ws-sql-chain-value to ws-sql-prior-chain

           exit paragraph.


       erase-master-dat.

           move "customer-master.dat" to ws-store-name
           move "indexed" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open i-o fd-master-dat

           if ws-fs-status-mdat = "35"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           if ws-fs-status-mdat not = "00"
               display "Error opening customer-master.dat: "
                   ws-fs-status-mdat
               end-display
               move spaces to ws-error-request
               move "erase-master-dat" to ws-err-paragraph
               move ws-fs-status-mdat to ws-err-file-status
               move "open fd-master-dat" to ws-err-message
               perform fail-run
           end-if

           move ws-erase-id to f-mdat-customer-id
           read fd-master-dat
               invalid key
                   continue
               not invalid key
                   move 1 to ws-store-found
                   move f-mdat-record to ws-master-image
                   perform mask-master-image
                   if ws-master-image not = f-mdat-record
                       move 1 to ws-store-changed
                       if not ws-check-only
                           move ws-master-image to f-mdat-record
                           rewrite f-mdat-record
                               invalid key
                                   display "Error rewriting customer "
                                       ws-erase-id
                                       " on customer-master.dat: "
                                       ws-fs-status-mdat
                                   end-display
                           end-rewrite
                       end-if
                   end-if
           end-read

           close fd-master-dat

           perform set-store-result
           perform record-store-result

           exit paragraph.


      *> customer-master.txt or one of its generations, whichever
      *> ws-master-flat-name names.
       erase-master-flat.

           move ws-master-flat-name to ws-store-name
           move "flat" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open input fd-master-flat

           if ws-fs-status-mflat not = "00"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           perform open-rewrite-file
           set ws-not-eof to true

           perform until ws-eof
               read fd-master-flat
                   at end
                       set ws-eof to true
                   not at end
                       if f-mflat-customer-id = ws-erase-id
                           add 1 to ws-store-found
                           move f-mflat-record to ws-master-image
                           perform mask-master-image
                           if ws-master-image not = f-mflat-record
                               add 1 to ws-store-changed
                               move ws-master-image to f-mflat-record
                           end-if
                       end-if
                       move f-mflat-record to f-rewrite-record
                       write f-rewrite-record
               end-read
           end-perform

           close fd-master-flat
           close fd-rewrite-file

           move ws-master-flat-name to ws-swap-target
           perform finish-rewrite-file
           perform set-store-result
           perform record-store-result

           exit paragraph.


      *> Both images of every journal record for the customer: the
      *> journal is the history, so the history is anonymized too.
       erase-customer-journal.

           move "customer-master-journal.txt" to ws-store-name
           move "journal" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open input fd-journal-file

           if ws-fs-status-journal not = "00"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           perform open-rewrite-file
           set ws-not-eof to true

           move "customer-master-journal.txt" to ws-ac-trail
           perform query-chain-base
           move ws-ac-base-chain to ws-journal-old-prior
           move ws-ac-base-chain to ws-journal-new-prior
           move ws-ac-base-count to ws-journal-links
           move 0 to ws-journal-first-break
           move 'N' to ws-journal-chained-sw

           perform until ws-eof
               read fd-journal-file
                   at end
                       set ws-eof to true
                   not at end
                       perform check-journal-link
                       if f-jr-customer-id = ws-erase-id
                           add 1 to ws-store-found
                           perform mask-journal-images
                       end-if
                       perform rechain-journal-record
                       move f-journal-record to f-rewrite-record
                       write f-rewrite-record
               end-read
           end-perform

           close fd-journal-file
           close fd-rewrite-file

           move "customer-master-journal.txt" to ws-swap-target
           perform finish-rewrite-file

      *> The swapped-in copy is the chain now; its last link becomes
      *> the trail's saved state for the next journal entry.
           if not ws-check-only and ws-store-changed > 0
               move 'S' to ws-ac-action
               move "customer-master-journal.txt" to ws-ac-trail
               move ws-journal-links to ws-ac-link-count
               move ws-journal-new-prior to ws-ac-chain-value
               call "audit-chain" using ws-audit-chain-request
                   on exception
                       display "Warning: audit-chain not available "
                           "-- journal chain state not saved."
                       end-display
               end-call
           end-if

           perform set-store-result
           perform record-store-result

      *> A link that was already broken is named on the certificate:
      *> re-chaining the copy must not quietly paper over it.
           if ws-journal-first-break > 0
               move ws-journal-first-break to ws-journal-break-display
               move "customer-master-journal.txt" to ws-store-name
               move "chain" to ws-store-kind
               move 0 to ws-store-found
               move 0 to ws-store-changed
               move spaces to ws-store-result
               string "broken at link "
                   function trim(ws-journal-break-display)
                   delimited by size
                   into ws-store-result
               end-string
               perform record-store-result
               display "Warning: the journal chain was already broken "
                   "at link " function trim(ws-journal-break-display)
               end-display
           end-if

           exit paragraph.


      *> The record as it stood, checked against its own chain value
      *> before anything is masked. Entries from before the journal
      *> was chained lead the file with no value and are not links.
       check-journal-link.

           if f-jr-chain = spaces and not ws-journal-chained
               exit paragraph
           end-if

           set ws-journal-chained to true

           move 'C' to ws-ac-action
           move spaces to ws-ac-record
           move f-journal-record(1:338) to ws-ac-record
           move ws-journal-old-prior to ws-ac-prior-chain

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move f-jr-chain to ws-ac-chain-value
           end-call

           if ws-ac-chain-value not = f-jr-chain
           and ws-journal-first-break = 0
               compute ws-journal-first-break = ws-journal-links + 1
           end-if

           move f-jr-chain to ws-journal-old-prior

           exit paragraph.


      *> The record as it will be written, masked or not, chained to
      *> the re-chained record before it.
       rechain-journal-record.

           move 'C' to ws-ac-action
           move spaces to ws-ac-record
           move f-journal-record(1:338) to ws-ac-record
           move ws-journal-new-prior to ws-ac-prior-chain

           call "audit-chain" using ws-audit-chain-request
               on exception
                   move f-jr-chain to ws-ac-chain-value
           end-call

           move ws-ac-chain-value to f-jr-chain
           move ws-ac-chain-value to ws-journal-new-prior
           add 1 to ws-journal-links

           exit paragraph.


      *> An image carries the customer only where its id says so --
      *> the before image of an add is empty.
       mask-journal-images.

           move 'N' to ws-record-changed-sw
           move f-jr-before-image to ws-image-before

           move f-jr-before-image to ws-master-image
           if ws-mi-customer-id = ws-erase-id
               perform mask-master-image
               move ws-master-image to f-jr-before-image
           end-if

           if f-jr-before-image not = ws-image-before
               set ws-record-changed to true
           end-if

           move f-jr-after-image to ws-image-before
           move f-jr-after-image to ws-master-image
           if ws-mi-customer-id = ws-erase-id
               perform mask-master-image
               move ws-master-image to f-jr-after-image
           end-if

           if f-jr-after-image not = ws-image-before
               set ws-record-changed to true
           end-if

           if ws-record-changed
               add 1 to ws-store-changed
           end-if

           exit paragraph.


      *> A parked change carries only the fields it will set; the
      *> blank ones stay blank so they still mean "keep".
       erase-pending-changes.

           move "customer-pending-changes.txt" to ws-store-name
           move "flat" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open input fd-pending-file

           if ws-fs-status-pending not = "00"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           perform open-rewrite-file
           set ws-not-eof to true

           perform until ws-eof
               read fd-pending-file
                   at end
                       set ws-eof to true
                   not at end
                       if f-pend-customer-id = ws-erase-id
                           add 1 to ws-store-found
                           perform mask-pending-change
                       end-if
                       move f-pending-record to f-rewrite-record
                       write f-rewrite-record
               end-read
           end-perform

           close fd-pending-file
           close fd-rewrite-file

           move "customer-pending-changes.txt" to ws-swap-target
           perform finish-rewrite-file
           perform set-store-result
           perform record-store-result

           exit paragraph.


       mask-pending-change.

           move f-pending-record to ws-line-before

           if f-pend-last-name not = spaces
               move 'L' to ws-sub-kind
               move f-pend-last-name to ws-sub-input
               perform make-substitute
               move ws-sub-output to f-pend-last-name
           end-if

           if f-pend-first-name not = spaces
               move 'F' to ws-sub-kind
               move f-pend-first-name to ws-sub-input
               perform make-substitute
               move ws-sub-output to f-pend-first-name
           end-if

           if f-pend-comment not = spaces
               move 'N' to ws-sub-kind
               move f-pend-comment to ws-sub-input
               perform make-substitute
               move ws-sub-output to f-pend-comment
           end-if

           if f-pending-record not = ws-line-before(1:173)
               add 1 to ws-store-changed
           end-if

           exit paragraph.


      *> The packed archive is rewritten record for record; only the
      *> customer's text lengths change.
       erase-master-archive.

           move "customer-master-archive.dat" to ws-store-name
           move "archive" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open input fd-master-archive

           if ws-fs-status-marc not = "00"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           open output fd-master-archive-new

           if ws-fs-status-marc-new not = "00"
               display "Error opening erasure-archive-new.dat: "
                   ws-fs-status-marc-new
               end-display
               move spaces to ws-error-request
               move "erase-master-archive" to ws-err-paragraph
               move ws-fs-status-marc-new to ws-err-file-status
               move "open fd-master-archive-new" to ws-err-message
               perform fail-run
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-master-archive
                   at end
                       set ws-eof to true
                   not at end
                       move spaces to ws-marc-work
                       move f-marc-record(1:ws-marc-rec-len)
                           to ws-marc-work
                       move ws-marc-rec-len to ws-marc-new-rec-len
                       if f-marc-customer-id = ws-erase-id
                           add 1 to ws-store-found
                           perform mask-archive-record
                       end-if
                       move ws-marc-work to f-marc-new-record
                       write f-marc-new-record
               end-read
           end-perform

           close fd-master-archive
           close fd-master-archive-new

           if ws-check-only or ws-store-changed = 0
               call "CBL_DELETE_FILE" using ws-marc-new-name
                   returning ws-delete-status
           else
               call "CBL_DELETE_FILE" using ws-marc-name
                   returning ws-delete-status
               call "CBL_RENAME_FILE" using ws-marc-new-name
                   ws-marc-name
                   returning ws-rename-status
               if ws-rename-status not = 0
                   display "Warning: could not swap "
                       "erasure-archive-new.dat into place, "
                       "rename status " ws-rename-status
                   end-display
               end-if
           end-if

           perform set-store-result
           perform record-store-result

           exit paragraph.


      *> Unpacks the three texts, masks them, and packs them back
      *> behind their new lengths, as customer_master_archive.cbl
      *> wrote them.
       mask-archive-record.

           move spaces to ws-master-image
           move ws-erase-id to ws-mi-customer-id
           move 1 to ws-marc-text-pos

           if f-marc-last-len > 0
               move f-marc-text(ws-marc-text-pos:f-marc-last-len)
                   to ws-mi-last-name
               add f-marc-last-len to ws-marc-text-pos
           end-if

           if f-marc-first-len > 0
               move f-marc-text(ws-marc-text-pos:f-marc-first-len)
                   to ws-mi-first-name
               add f-marc-first-len to ws-marc-text-pos
           end-if

           if f-marc-comment-len > 0
               move f-marc-text(ws-marc-text-pos:f-marc-comment-len)
                   to ws-mi-comment
           end-if

           move ws-master-image to ws-image-before
           perform mask-master-image

           if ws-master-image = ws-image-before
               exit paragraph
           end-if

           add 1 to ws-store-changed

           move function stored-char-length(ws-mi-last-name)
               to f-marc-last-len
           move function stored-char-length(ws-mi-first-name)
               to f-marc-first-len
           move function stored-char-length(ws-mi-comment)
               to f-marc-comment-len

           move spaces to f-marc-text
           move 1 to ws-marc-text-pos

           if f-marc-last-len > 0
               move ws-mi-last-name(1:f-marc-last-len)
                   to f-marc-text(ws-marc-text-pos:f-marc-last-len)
               add f-marc-last-len to ws-marc-text-pos
           end-if

           if f-marc-first-len > 0
               move ws-mi-first-name(1:f-marc-first-len)
                   to f-marc-text(ws-marc-text-pos:f-marc-first-len)
               add f-marc-first-len to ws-marc-text-pos
           end-if

           if f-marc-comment-len > 0
               move ws-mi-comment(1:f-marc-comment-len)
                   to f-marc-text(ws-marc-text-pos:f-marc-comment-len)
               add f-marc-comment-len to ws-marc-text-pos
           end-if

           compute ws-marc-new-rec-len = 25 + ws-marc-text-pos - 1
           end-compute

           move spaces to ws-marc-work
           move f-marc-record(1:ws-marc-new-rec-len) to ws-marc-work

           exit paragraph.


      *> Order descriptions are typed at entry and can carry names,
      *> so they get the note substitute. Amounts stay.
       erase-orders-dat.

           move "customer-orders.dat" to ws-store-name
           move "indexed" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open i-o fd-customer-orders

           if ws-fs-status-orders = "35"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           if ws-fs-status-orders not = "00"
               display "Error opening customer-orders.dat: "
                   ws-fs-status-orders
               end-display
               move spaces to ws-error-request
               move "erase-orders-dat" to ws-err-paragraph
               move ws-fs-status-orders to ws-err-file-status
               move "open fd-customer-orders" to ws-err-message
               perform fail-run
           end-if

           move ws-erase-id to f-order-customer-id
           start fd-customer-orders
               key is equal to f-order-customer-id
               invalid key
                   move "10" to ws-fs-status-orders
           end-start

           perform until ws-fs-status-orders = "10"
               read fd-customer-orders next record
                   at end
                       move "10" to ws-fs-status-orders
                   not at end
                       if f-order-customer-id not = ws-erase-id
                           move "10" to ws-fs-status-orders
                       else
                           add 1 to ws-store-found
                           move 'N' to ws-sub-kind
                           move f-order-description to ws-sub-input
                           perform make-substitute
                           if ws-sub-not-masked
                               add 1 to ws-store-changed
                               if not ws-check-only
                                   move ws-sub-output
                                       to f-order-description
                                   rewrite f-order-record
                                       invalid key
                                           display "Error rewriting "
                                               "order " f-order-number
                                           end-display
                                   end-rewrite
                               end-if
                           end-if
                       end-if
               end-read
           end-perform

           close fd-customer-orders

           perform set-store-result
           perform record-store-result

           exit paragraph.


       erase-orders-flat.

           move "customer-orders.txt" to ws-store-name
           move "flat" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open input fd-customer-orders-flat

           if ws-fs-status-orders-flat not = "00"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           perform open-rewrite-file
           set ws-not-eof to true

           perform until ws-eof
               read fd-customer-orders-flat
                   at end
                       set ws-eof to true
                   not at end
                       if f-oflat-customer-id = ws-erase-id
                           add 1 to ws-store-found
                           move 'N' to ws-sub-kind
                           move f-oflat-description to ws-sub-input
                           perform make-substitute
                           if ws-sub-not-masked
                               add 1 to ws-store-changed
                               move ws-sub-output
                                   to f-oflat-description
                           end-if
                       end-if
                       move f-order-flat-record to f-rewrite-record
                       write f-rewrite-record
               end-read
           end-perform

           close fd-customer-orders-flat
           close fd-rewrite-file

           move "customer-orders.txt" to ws-swap-target
           perform finish-rewrite-file
           perform set-store-result
           perform record-store-result

           exit paragraph.


      *> The person names or the corporate name, and the street.
      *> Type, state, zip and the parent link stay, so the group
      *> hierarchy and the zip key still hold.
       erase-redefines-customer.

           move "redefines-customer.dat" to ws-store-name
           move "indexed" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open i-o fd-redef-customer

           if ws-fs-status-redef = "35"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           if ws-fs-status-redef not = "00"
               display "Error opening redefines-customer.dat: "
                   ws-fs-status-redef
               end-display
               move spaces to ws-error-request
               move "erase-redefines-customer" to ws-err-paragraph
               move ws-fs-status-redef to ws-err-file-status
               move "open fd-redef-customer" to ws-err-message
               perform fail-run
           end-if

           move ws-erase-id to f-redef-id
           read fd-redef-customer
               invalid key
                   continue
               not invalid key
                   move 1 to ws-store-found
                   perform mask-redefines-customer
           end-read

           close fd-redef-customer

           perform set-store-result
           perform record-store-result

           exit paragraph.


       mask-redefines-customer.

           move f-redef-record to ws-line-before

           if f-redef-type-corp
               move 'L' to ws-sub-kind
               move f-redef-corp-name to ws-sub-input
               perform make-substitute
               move ws-sub-output to f-redef-corp-name
           else
               move 'f' to ws-sub-kind
               move f-redef-first-name to ws-sub-input
               perform make-substitute
               move ws-sub-output to f-redef-first-name

               move 'L' to ws-sub-kind
               move f-redef-last-name to ws-sub-input
               perform make-substitute
               move ws-sub-output to f-redef-last-name
           end-if

           move 'A' to ws-sub-kind
           move f-redef-street-address to ws-sub-input
           perform make-substitute
           move ws-sub-output to f-redef-street-address

           if f-redef-record = ws-line-before(1:68)
               exit paragraph
           end-if

           move 1 to ws-store-changed

           if not ws-check-only
               rewrite f-redef-record
                   invalid key
                       display "Error rewriting customer "
                           ws-erase-id " on redefines-customer.dat: "
                           ws-fs-status-redef
                       end-display
               end-rewrite
           end-if

           exit paragraph.


      *> The household address is shared by everyone at it; a
      *> household the customer belongs to gets the address
      *> substitute, the member ids stay.
       erase-mailing-households.

           move "mailing-households.txt" to ws-store-name
           move "flat" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open input fd-household-file

           if ws-fs-status-household not = "00"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           perform open-rewrite-file
           set ws-not-eof to true

           perform until ws-eof
               read fd-household-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-household-record to ws-line-work
                       perform mask-household-line
                       move ws-line-work to f-rewrite-record
                       write f-rewrite-record
               end-read
           end-perform

           close fd-household-file
           close fd-rewrite-file

           move "mailing-households.txt" to ws-swap-target
           perform finish-rewrite-file
           perform set-store-result
           perform record-store-result

           exit paragraph.


      *> household NNNNN zip ZZZZZ addr '<address>' members: ids
       mask-household-line.

           move 0 to ws-tally
           inspect ws-line-work(1:100) tallying ws-tally
               for characters before initial "' members: "

           if ws-tally >= 100
               exit paragraph
           end-if

           move 0 to ws-tally-2
           inspect ws-line-work(ws-tally + 12:) tallying ws-tally-2
               for all ws-erase-id-text

           if ws-tally-2 = 0
               exit paragraph
           end-if

           add 1 to ws-store-found

           move 0 to ws-found-pos
           inspect ws-line-work(1:100) tallying ws-found-pos
               for characters before initial " addr '"

           if ws-found-pos >= ws-tally
               exit paragraph
           end-if

      *> The address runs from after " addr '" to before the
      *> closing quote.
           compute ws-text-length = ws-tally - ws-found-pos - 7
           end-compute

           move 'A' to ws-sub-kind
           move spaces to ws-sub-input
           if ws-text-length > 0
               move ws-line-work(ws-found-pos + 8:ws-text-length)
                   to ws-sub-input
           end-if
           perform make-substitute

           if ws-sub-already-masked
               exit paragraph
           end-if

           add 1 to ws-store-changed

           move ws-line-work to ws-line-before
           move spaces to ws-line-work
           string ws-line-before(1:ws-found-pos + 7)
               function trim(ws-sub-output)
               ws-line-before(ws-tally + 1:100 - ws-tally)
               delimited by size
               into ws-line-work
           end-string

           exit paragraph.


      *> The name on each archived statement: the account heading
      *> account_statements_extract.cbl writes, and the name line
      *> under a consolidated_statements.cbl heading.
       erase-statement-archive.

           move "statement-archive.dat" to ws-store-name
           move "indexed" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed
           move 'N' to ws-consolidated-sw

           open i-o fd-archive-file

           if ws-fs-status-archive = "35"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           if ws-fs-status-archive not = "00"
               display "Error opening statement-archive.dat: "
                   ws-fs-status-archive
               end-display
               move spaces to ws-error-request
               move "erase-statement-archive" to ws-err-paragraph
               move ws-fs-status-archive to ws-err-file-status
               move "open fd-archive-file" to ws-err-message
               perform fail-run
           end-if

           move ws-erase-id to f-arch-account-id
           move 0 to f-arch-period
           move 0 to f-arch-line-number
           start fd-archive-file key is not less than f-arch-key
               invalid key
                   move "10" to ws-fs-status-archive
           end-start

           perform until ws-fs-status-archive = "10"
               read fd-archive-file next record
                   at end
                       move "10" to ws-fs-status-archive
                   not at end
                       if f-arch-account-id not = ws-erase-id
                           move "10" to ws-fs-status-archive
                       else
                           add 1 to ws-store-found
                           perform mask-archive-line
                       end-if
               end-read
           end-perform

           close fd-archive-file

           perform set-store-result
           perform record-store-result

           exit paragraph.


       mask-archive-line.

           move f-arch-line to ws-line-before

           evaluate true
               when f-arch-line(1:22) = "Statement for account "
                   perform mask-statement-heading
               when ws-after-consolidated-heading
                   perform mask-consolidated-name
           end-evaluate

           move 'N' to ws-consolidated-sw
           if f-arch-line(1:36) = "Consolidated statement for customer "
               set ws-after-consolidated-heading to true
           end-if

           if f-arch-line = ws-line-before(1:100)
               exit paragraph
           end-if

           add 1 to ws-store-changed

           if not ws-check-only
               rewrite f-archive-record
                   invalid key
                       display "Error rewriting statement archive "
                           "line " f-arch-key
                       end-display
               end-rewrite
           end-if

           exit paragraph.


      *> "Statement for account NNNNN  LAST, FIRST" -- the ACCOUNTS
      *> names, so the account substitutes.
       mask-statement-heading.

           move spaces to ws-arch-last-name
           move spaces to ws-arch-first-name
           unstring f-arch-line(30:71) delimited by ", "
               into ws-arch-last-name ws-arch-first-name
           end-unstring

           move 'l' to ws-sub-kind
           move ws-arch-last-name to ws-sub-input
           perform make-substitute
           move ws-sub-output to ws-arch-sub-last

           move 'f' to ws-sub-kind
           move ws-arch-first-name to ws-sub-input
           perform make-substitute
           move ws-sub-output to ws-arch-sub-first

           move spaces to f-arch-line(30:71)
           string function trim(ws-arch-sub-last) ", "
               function trim(ws-arch-sub-first)
               delimited by size
               into f-arch-line(30:71)
           end-string

           exit paragraph.


      *> "  FIRST LAST" with the state and zip further along; the
      *> name is the customer master's, so its substitutes. A name
      *> that no longer matches the master is masked whole.
       mask-consolidated-name.

           if ws-master-found
           and f-arch-line(3:60) = ws-master-orig-name
               move ws-master-sub-name to f-arch-line(3:60)
               exit paragraph
           end-if

           if ws-master-found
           and f-arch-line(3:60) = ws-master-sub-name
               exit paragraph
           end-if

           move 'L' to ws-sub-kind
           move f-arch-line(3:60) to ws-sub-input
           perform make-substitute
           move ws-sub-output to f-arch-line(3:60)

           exit paragraph.


       erase-account-export.

           move "account_export.txt" to ws-store-name
           move "flat" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open input fd-export-file

           if ws-fs-status-export not = "00"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

           perform open-rewrite-file
           set ws-not-eof to true

           perform until ws-eof
               read fd-export-file
                   at end
                       set ws-eof to true
                   not at end
                       if not f-exp-control-record
                       and f-exp-id = ws-erase-id
                           add 1 to ws-store-found
                           perform mask-export-row
                       end-if
                       move f-export-record to f-rewrite-record
                       write f-rewrite-record
               end-read
           end-perform

           close fd-export-file
           close fd-rewrite-file

           move "account_export.txt" to ws-swap-target
           perform finish-rewrite-file
           perform set-store-result
           perform record-store-result

           exit paragraph.


      *> The row's values as exported are kept for the partner feed,
      *> which was generated from them.
       mask-export-row.

           move f-export-record to ws-line-before

           if not ws-export-found
               set ws-export-found to true
               move f-exp-first-name to ws-exp-orig-first-name
               move f-exp-last-name to ws-exp-orig-last-name
               move f-exp-phone to ws-exp-orig-phone
               move f-exp-address to ws-exp-orig-address
           end-if

           move 'f' to ws-sub-kind
           move f-exp-first-name to ws-sub-input
           perform make-substitute
           move ws-sub-output to f-exp-first-name

           move 'l' to ws-sub-kind
           move f-exp-last-name to ws-sub-input
           perform make-substitute
           move ws-sub-output to f-exp-last-name

           move 'P' to ws-sub-kind
           move f-exp-phone to ws-sub-input
           perform make-substitute
           move ws-sub-output to f-exp-phone

           move 'A' to ws-sub-kind
           move f-exp-address to ws-sub-input
           perform make-substitute
           move ws-sub-output to f-exp-address

           if f-export-record not = ws-line-before(1:110)
               add 1 to ws-store-changed
           end-if

           exit paragraph.


      *> Each feed line is one generated XML or JSON document. A
      *> document is the customer's when it carries both the first
      *> and the last name as whole values; its name, phone and
      *> address values are then swapped for the substitutes.
       erase-partner-feed.

           move "partner-feed-out.txt" to ws-store-name
           move "flat" to ws-store-kind
           move 0 to ws-store-found
           move 0 to ws-store-changed

           open input fd-feed-file

           if ws-fs-status-feed not = "00"
               move "not present" to ws-store-result
               perform record-store-result
               exit paragraph
           end-if

      *> The export row's values where the export had the customer,
      *> the ACCOUNTS row's otherwise.
           if ws-export-found
               move ws-exp-orig-first-name to ws-feed-orig-first-name
               move ws-exp-orig-last-name to ws-feed-orig-last-name
               move ws-exp-orig-phone to ws-feed-orig-phone
               move ws-exp-orig-address to ws-feed-orig-address
           else
               move ws-acct-orig-first-name to ws-feed-orig-first-name
               move ws-acct-orig-last-name to ws-feed-orig-last-name
               move ws-acct-orig-phone to ws-feed-orig-phone
               move ws-acct-orig-address to ws-feed-orig-address
           end-if

           perform open-rewrite-file
           set ws-not-eof to true

           perform until ws-eof
               read fd-feed-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-feed-record to ws-line-work
                       perform mask-feed-line
                       move ws-line-work to f-rewrite-record
                       write f-rewrite-record
               end-read
           end-perform

           close fd-feed-file
           close fd-rewrite-file

           move "partner-feed-out.txt" to ws-swap-target
           perform finish-rewrite-file
           perform set-store-result
           perform record-store-result

           exit paragraph.


       mask-feed-line.

           if ws-feed-orig-first-name = spaces
           or ws-feed-orig-last-name = spaces
               exit paragraph
           end-if

           move 0 to ws-feed-match-count

           move ws-feed-orig-first-name to ws-value-text
           perform count-bounded-value
           move ws-feed-orig-last-name to ws-value-text
           perform count-bounded-value

           if ws-feed-match-count < 2
               exit paragraph
           end-if

           add 1 to ws-store-found
           move ws-line-work to ws-line-before

           move 'f' to ws-sub-kind
           move ws-feed-orig-first-name to ws-value-text
           perform replace-feed-value

           move 'l' to ws-sub-kind
           move ws-feed-orig-last-name to ws-value-text
           perform replace-feed-value

           if ws-feed-orig-phone not = spaces
               move 'P' to ws-sub-kind
               move ws-feed-orig-phone to ws-value-text
               perform replace-feed-value
           end-if

           if ws-feed-orig-address not = spaces
               move 'A' to ws-sub-kind
               move ws-feed-orig-address to ws-value-text
               perform replace-feed-value
           end-if

           if ws-line-work not = ws-line-before
               add 1 to ws-store-changed
           end-if

           exit paragraph.


      *> A whole value reads >value< in XML and "value" in JSON.
       count-bounded-value.

           move function length(function trim(ws-value-text))
               to ws-text-length

           move spaces to ws-find-text
           string ">" ws-value-text(1:ws-text-length) "<"
               delimited by size
               into ws-find-text
           end-string
           compute ws-find-length = ws-text-length + 2
           end-compute

           move 0 to ws-tally
           inspect ws-line-work tallying ws-tally
               for all ws-find-text(1:ws-find-length)

           if ws-tally = 0
               move spaces to ws-find-text
               string '"' ws-value-text(1:ws-text-length) '"'
                   delimited by size
                   into ws-find-text
               end-string
               inspect ws-line-work tallying ws-tally
                   for all ws-find-text(1:ws-find-length)
           end-if

           if ws-tally > 0
               add 1 to ws-feed-match-count
           end-if

           exit paragraph.


       replace-feed-value.

           move ws-value-text to ws-sub-input
           perform make-substitute
           move ws-sub-output to ws-sub-text

           move function length(function trim(ws-value-text))
               to ws-text-length
           move function length(function trim(ws-sub-text))
               to ws-replace-length

           move spaces to ws-find-text
           move spaces to ws-replace-text
           string ">" ws-value-text(1:ws-text-length) "<"
               delimited by size
               into ws-find-text
           end-string
           string ">" ws-sub-text(1:ws-replace-length) "<"
               delimited by size
               into ws-replace-text
           end-string
           perform replace-bounded-text

           move spaces to ws-find-text
           move spaces to ws-replace-text
           string '"' ws-value-text(1:ws-text-length) '"'
               delimited by size
               into ws-find-text
           end-string
           string '"' ws-sub-text(1:ws-replace-length) '"'
               delimited by size
               into ws-replace-text
           end-string
           perform replace-bounded-text

           exit paragraph.


      *> Replaces the first occurrence of ws-find-text in the line
      *> being worked, if there is one.
       replace-bounded-text.

           compute ws-find-length = ws-text-length + 2
           end-compute
           compute ws-replace-length =
               function length(function trim(ws-replace-text))
           end-compute

           move 0 to ws-tally
           inspect ws-line-work tallying ws-tally
               for characters before initial
                   ws-find-text(1:ws-find-length)

           if ws-tally >= 512
               exit paragraph
           end-if

           compute ws-found-pos = ws-tally + ws-find-length + 1
           end-compute

           move ws-line-work to ws-line-before
           move spaces to ws-line-work

           if ws-tally > 0
               string ws-line-before(1:ws-tally)
                   delimited by size
                   into ws-line-work
               end-string
           end-if

           move ws-replace-text(1:ws-replace-length)
               to ws-line-work(ws-tally + 1:ws-replace-length)

           if ws-found-pos <= 512
               move ws-line-before(ws-found-pos:)
                   to ws-line-work(ws-tally + ws-replace-length + 1:)
           end-if

           exit paragraph.


      *> The customer master substitutes: last and first name and
      *> the comment, as pii_mask.cbl masks them.
       mask-master-image.

           move 'L' to ws-sub-kind
           move ws-mi-last-name to ws-sub-input
           perform make-substitute
           move ws-sub-output to ws-mi-last-name

           move 'F' to ws-sub-kind
           move ws-mi-first-name to ws-sub-input
           perform make-substitute
           move ws-sub-output to ws-mi-first-name

           move 'N' to ws-sub-kind
           move ws-mi-comment to ws-sub-input
           perform make-substitute
           move ws-sub-output to ws-mi-comment

           exit paragraph.


      *> Builds the pii_mask.cbl substitute for ws-sub-input. A value
      *> already in substitute form comes back unchanged.
       make-substitute.

           perform check-already-masked

           if ws-sub-already-masked
               move ws-sub-input to ws-sub-output
               exit paragraph
           end-if

           move ws-sub-input to ws-hash-input
           perform hash-the-input

           move spaces to ws-sub-output

           evaluate true
               when ws-sub-master-last
                   string "MLAST" ws-hash-display
                       delimited by size into ws-sub-output
                   end-string
               when ws-sub-master-first
                   string "MFIRST" ws-hash-display
                       delimited by size into ws-sub-output
                   end-string
               when ws-sub-note
                   string "MNOTE" ws-hash-display
                       delimited by size into ws-sub-output
                   end-string
               when ws-sub-account-first
                   string "MF" ws-hash-display
                       delimited by size into ws-sub-output
                   end-string
               when ws-sub-account-last
                   string "ML" ws-hash-display
                       delimited by size into ws-sub-output
                   end-string
               when ws-sub-phone
                   string "555" ws-hash-value
                       delimited by size into ws-sub-output
                   end-string
               when ws-sub-address
                   string ws-hash-display " MASKED STREET"
                       delimited by size into ws-sub-output
                   end-string
           end-evaluate

           exit paragraph.


       check-already-masked.

           set ws-sub-not-masked to true

           evaluate true
               when ws-sub-master-last
                   if ws-sub-input(1:5) = "MLAST"
                   and ws-sub-input(6:6) is numeric
                   and ws-sub-input(12:49) = spaces
                       set ws-sub-already-masked to true
                   end-if
               when ws-sub-master-first
                   if ws-sub-input(1:6) = "MFIRST"
                   and ws-sub-input(7:6) is numeric
                   and ws-sub-input(13:48) = spaces
                       set ws-sub-already-masked to true
                   end-if
               when ws-sub-note
                   if ws-sub-input(1:5) = "MNOTE"
                   and ws-sub-input(6:6) is numeric
                   and ws-sub-input(12:49) = spaces
                       set ws-sub-already-masked to true
                   end-if
               when ws-sub-account-first
                   if ws-sub-input(1:2) = "MF"
                   and ws-sub-input(3:6) is numeric
                   and ws-sub-input(9:52) = spaces
                       set ws-sub-already-masked to true
                   end-if
               when ws-sub-account-last
                   if ws-sub-input(1:2) = "ML"
                   and ws-sub-input(3:6) is numeric
                   and ws-sub-input(9:52) = spaces
                       set ws-sub-already-masked to true
                   end-if
               when ws-sub-phone
                   if ws-sub-input(1:3) = "555"
                   and ws-sub-input(4:7) is numeric
                   and ws-sub-input(11:50) = spaces
                       set ws-sub-already-masked to true
                   end-if
               when ws-sub-address
                   if ws-sub-input(1:6) is numeric
                   and ws-sub-input(7:14) = " MASKED STREET"
                   and ws-sub-input(21:40) = spaces
                       set ws-sub-already-masked to true
                   end-if
           end-evaluate

           exit paragraph.


      *> The same hash pii_mask.cbl runs over the trimmed value.
       hash-the-input.

           move 0 to ws-hash-value

           move function length(
               function trim(ws-hash-input, trailing))
               to ws-hash-length

           if ws-hash-input = spaces
               move 0 to ws-hash-length
           end-if

           perform varying ws-hash-pos from 1 by 1
           until ws-hash-pos > ws-hash-length
               compute ws-hash-char-code =
                   function ord(ws-hash-input(ws-hash-pos:1))
               end-compute

               compute ws-hash-value =
                   function mod(
                       ws-hash-value * 31 + ws-hash-char-code,
                       1000000)
               end-compute
           end-perform

           move ws-hash-value to ws-hash-display

           exit paragraph.


       open-rewrite-file.

           open output fd-rewrite-file

           if ws-fs-status-rewrite not = "00"
               display "Error opening erasure-rewrite-new.txt: "
                   ws-fs-status-rewrite
               end-display
               move spaces to ws-error-request
               move "open-rewrite-file" to ws-err-paragraph
               move ws-fs-status-rewrite to ws-err-file-status
               move "open fd-rewrite-file" to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


      *> Swaps the rewritten copy into place with the same
      *> delete-then-rename finish cash-compliance uses -- or, when
      *> nothing changed or this is a check, throws it away.
       finish-rewrite-file.

           if ws-check-only or ws-store-changed = 0
               call "CBL_DELETE_FILE" using ws-rewrite-name
                   returning ws-delete-status
               exit paragraph
           end-if

           call "CBL_DELETE_FILE" using ws-swap-target
               returning ws-delete-status

           call "CBL_RENAME_FILE" using ws-rewrite-name
               ws-swap-target
               returning ws-rename-status

           if ws-rename-status not = 0
               display "Warning: could not swap "
                   "erasure-rewrite-new.txt into place as "
                   function trim(ws-swap-target)
                   ", rename status " ws-rename-status
               end-display
               move spaces to ws-error-request
               move "finish-rewrite-file" to ws-err-paragraph
               move "rewritten file not swapped into place"
                   to ws-err-message
               perform fail-run
           end-if

           exit paragraph.


       set-store-result.

           evaluate true
               when ws-store-found = 0
                   move "nothing held for the customer"
                       to ws-store-result
               when ws-store-changed = 0
                   move "already anonymized" to ws-store-result
               when ws-check-only
                   move "would be anonymized" to ws-store-result
               when other
                   move "anonymized" to ws-store-result
           end-evaluate

           exit paragraph.


       record-store-result.

           if ws-num-stores < 30
               add 1 to ws-num-stores
               move ws-store-name to ws-st-name(ws-num-stores)
               move ws-store-kind to ws-st-kind(ws-num-stores)
               move ws-store-found to ws-st-found(ws-num-stores)
               move ws-store-changed to ws-st-changed(ws-num-stores)
               move ws-store-result to ws-st-result(ws-num-stores)
           end-if

           add ws-store-found to ws-total-found
           add ws-store-changed to ws-total-changed

           exit paragraph.


      *> The certificate: who, when, under what reference, what
      *> blocked it or what every store and table held and had done
      *> to it.
       write-certificate.

           open output fd-certificate-file

           if ws-fs-status-certificate not = "00"
               display "Error opening "
                   function trim(ws-certificate-name) ": "
                   ws-fs-status-certificate
               end-display
               move spaces to ws-error-request
               move "write-certificate" to ws-err-paragraph
               move ws-fs-status-certificate to ws-err-file-status
               move "open fd-certificate-file" to ws-err-message
               perform fail-run
           end-if

           move "Customer erasure certificate" to ws-report-line
           perform write-certificate-line
           move spaces to ws-report-line
           perform write-certificate-line

           move spaces to ws-report-line
           string "Customer id:    " ws-erase-id
               delimited by size
               into ws-report-line
           end-string
           perform write-certificate-line

           move spaces to ws-report-line
           string "Request ref:    " ws-request-ref
               delimited by size
               into ws-report-line
           end-string
           perform write-certificate-line

           move spaces to ws-report-line
           string "Business date:  " ws-business-date
               "   run " ws-run-date " " ws-run-time(1:6)
               delimited by size
               into ws-report-line
           end-string
           perform write-certificate-line

           move spaces to ws-report-line
           evaluate true
               when ws-num-blockers > 0
                   string "Outcome:        REFUSED -- "
                       "nothing was changed"
                       delimited by size
                       into ws-report-line
                   end-string
               when ws-check-only
                   string "Outcome:        CHECK ONLY -- "
                       "nothing was changed"
                       delimited by size
                       into ws-report-line
                   end-string
               when other
                   move "Outcome:        ERASED" to ws-report-line
           end-evaluate
           perform write-certificate-line

           move spaces to ws-report-line
           perform write-certificate-line
           move "Blockers" to ws-report-line
           perform write-certificate-line

           if ws-num-blockers = 0
               move "  (none)" to ws-report-line
               perform write-certificate-line
           end-if

           perform varying ws-store-sub from 1 by 1
           until ws-store-sub > ws-num-blockers
               move spaces to ws-report-line
               move ws-blocker-text(ws-store-sub)
                   to ws-report-line(3:100)
               perform write-certificate-line
           end-perform

           if ws-num-blockers > 0
               move spaces to ws-report-line
               perform write-certificate-line
               move spaces to ws-report-line
               string "Clear the blockers above and resubmit the "
                   "request; no file or table was changed."
                   delimited by size
                   into ws-report-line
               end-string
               perform write-certificate-line
               close fd-certificate-file
               exit paragraph
           end-if

           move spaces to ws-report-line
           perform write-certificate-line
           move "Files and tables" to ws-report-line
           perform write-certificate-line

           move spaces to ws-report-line
           move "store" to ws-report-line(3:5)
           move "kind" to ws-report-line(44:4)
           move "found" to ws-report-line(54:5)
           move "changed" to ws-report-line(61:7)
           move "result" to ws-report-line(70:6)
           perform write-certificate-line

           perform varying ws-store-sub from 1 by 1
           until ws-store-sub > ws-num-stores
               move ws-st-found(ws-store-sub) to ws-found-display
               move ws-st-changed(ws-store-sub) to ws-changed-display
               move spaces to ws-report-line
               move ws-st-name(ws-store-sub) to ws-report-line(3:40)
               move ws-st-kind(ws-store-sub) to ws-report-line(44:8)
               move ws-found-display to ws-report-line(54:5)
               move ws-changed-display to ws-report-line(63:5)
               move ws-st-result(ws-store-sub) to ws-report-line(70:30)
               perform write-certificate-line
           end-perform

           move spaces to ws-report-line
           perform write-certificate-line

           move spaces to ws-report-line
           string "Records found: " ws-total-found
               "   anonymized: " ws-total-changed
               delimited by size
               into ws-report-line
           end-string
           perform write-certificate-line

           move spaces to ws-report-line
           string "Personal fields were replaced with the pii_mask "
               "substitutes. Ids, dates, amounts and statuses were "
               "left as they were,"
               delimited by size
               into ws-report-line
           end-string
           perform write-certificate-line
           move "so every total and reconciliation still balances."
               to ws-report-line
           perform write-certificate-line

           close fd-certificate-file

           exit paragraph.


       write-certificate-line.

           move ws-report-line to f-certificate-record
           write f-certificate-record

           exit paragraph.


       catalog-certificate.

           move spaces to ws-catalog-request
           move "ERASURE-CERT" to ws-rc-name
           move ws-certificate-name to ws-rc-file
           move 0 to ws-rc-pages
           call "report-catalog" using ws-catalog-request
               on exception
                   display "Warning: unable to call "
                       "report-catalog."
           end-call

           exit paragraph.


       log-job-start.

           move spaces to ws-job-audit-request
           move "customer-erasure" to ws-ja-program
           move 'S' to ws-ja-phase
           move 0 to ws-ja-read-count
           move 0 to ws-ja-written-count
           move 0 to ws-ja-rejected-count

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


       log-job-end.

           move 'E' to ws-ja-phase
           move ws-total-found to ws-ja-read-count
           move ws-total-changed to ws-ja-written-count
           move ws-num-blockers to ws-ja-rejected-count
           move "COMPLETE" to ws-ja-status
           if ws-num-blockers > 0
               move "REFUSED" to ws-ja-status
           end-if

           call "job-audit-log" using ws-job-audit-request
               on exception
                   display "Warning: unable to call job-audit-log."
           end-call

           exit paragraph.


      *> Records the failure just displayed in the common error log
      *> through the shared error-logger subprogram, releases the
      *> master lock if this run holds it, then stops the run with
      *> status 8. The database work is not committed.
       fail-run.

           move "customer-erasure" to ws-err-program

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           perform release-master-lock

           move 8 to return-code

           goback.


      *> Checks SQLCODE/SQLSTATE after every EXEC SQL statement and
      *> stops the run on an unexpected database error, the same
      *> check the other SQL programs here run. Nothing is committed,
      *> so the tables are left as they were.
       check-sql-state.

           if SQL-SUCCESS or SQL-NODATA then
               exit paragraph
           end-if

           display space
           display "SQL Error:"
           display "SQLCODE: " SQLCODE
           display "SQLSTATE: " SQLSTATE

           if SQLERRML > 0 then
               display "ERROR MESSAGE: " SQLERRMC(1:SQLERRML)
           end-if
           display space

           EXEC SQL
               CONNECT RESET
           END-EXEC

           perform release-master-lock

           move spaces to ws-error-request
           move "customer-erasure" to ws-err-program
           move "check-sql-state" to ws-err-paragraph
           move SQLSTATE(1:2) to ws-err-file-status
           move spaces to ws-err-message
           string "SQL error, SQLSTATE " SQLSTATE
               into ws-err-message
           end-string

           call "error-logger" using ws-error-request
               on exception
                   display "Warning: unable to call error-logger."
           end-call

           move 8 to return-code
           goback
           exit paragraph. *> not reachable, used as paragraph end scope.

       end program customer-erasure.
