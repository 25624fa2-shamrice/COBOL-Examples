      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Shared data-file-hash subprogram -- the record count
      *          and hash total the end-of-day backup writes into its
      *          manifest and the restore checks a file against. Reads
      *          the named file through to the end and returns how many
      *          records it holds and a hash total over every byte of
      *          them: each record hashes as the sum of its characters
      *          weighted by their position, and the file total folds
      *          each record in as total * 31 + record hash, mod 10^10
      *          -- so a changed byte, a lost record or two records
      *          swapped all move the total, which an id sum alone
      *          (chain-control's hash) would not catch. Kind 'S' is a
      *          line sequential file; the indexed files are read in
      *          key order through their own layouts: 'O' the order
      *          book (customer-orders.dat), 'M' the customer master
      *          (customer-master.dat), 'A' the statement archive
      *          (statement-archive.dat), 'L' the order lines
      *          (customer-order-lines.dat), 'R' the hierarchy
      *          customer file (redefines-customer.dat).
      * Tectonics: cobc -c data_file_hash.cbl
      ******************************************************************
       identification division.
       program-id. data-file-hash.

       environment division.
       input-output section.
       file-control.

           select fd-sequential-file assign to ws-hashed-file-name
           organization is line sequential
           file status is ws-fs-status-file.

           select fd-order-file assign to ws-hashed-file-name
           organization is indexed
           access mode is sequential
           record key is f-order-number
           alternate record key is f-order-customer-id
               with duplicates
           file status is ws-fs-status-file.

           select fd-master-file assign to ws-hashed-file-name
           organization is indexed
           access mode is sequential
           record key is f-master-customer-id
           file status is ws-fs-status-file.

           select fd-archive-file assign to ws-hashed-file-name
           organization is indexed
           access mode is sequential
           record key is f-arch-key
           file status is ws-fs-status-file.

           select fd-lines-file assign to ws-hashed-file-name
           organization is indexed
           access mode is sequential
           record key is f-lines-key
           file status is ws-fs-status-file.

           select fd-redefines-file assign to ws-hashed-file-name
           organization is indexed
           access mode is sequential
           record key is f-redef-customer-id
           alternate record key is f-redef-zip-code
               with duplicates
           alternate record key is f-redef-name
               with duplicates
           alternate record key is f-redef-parent-id
               with duplicates
           file status is ws-fs-status-file.

       data division.

       file section.

       fd  fd-sequential-file.
       01  f-sequential-record             pic x(2048).

       fd  fd-order-file.
       01  f-order-record.
           05  f-order-customer-id         pic 9(5).
           05  f-order-number              pic 9(6).
           05  f-order-rest                pic x(73).

       fd  fd-master-file.
       01  f-master-record.
           05  f-master-customer-id        pic 9(5).
           05  f-master-rest               pic x(141).

       fd  fd-archive-file.
       01  f-archive-record.
           05  f-arch-key                  pic x(15).
           05  f-arch-line                 pic x(100).

       fd  fd-lines-file.
       01  f-lines-record.
           05  f-lines-key                 pic x(9).
           05  f-lines-rest                pic x(50).

       fd  fd-redefines-file.
       01  f-redefines-record.
           05  f-redef-customer-id         pic 9(5).
           05  f-redef-type                pic 9.
           05  f-redef-name                pic x(30).
           05  f-redef-street              pic x(20).
           05  f-redef-state               pic xx.
           05  f-redef-zip-code            pic 9(5).
           05  f-redef-parent-id           pic 9(5).

       working-storage section.

       01  ws-fs-status-file               pic xx.

       01  ws-hashed-file-name             pic x(60).

       01  ws-eof-sw                       pic x.
           88  ws-eof                      value 'Y'.
           88  ws-not-eof                  value 'N'.

       01  ws-hashed-record                pic x(2048).
       01  ws-hashed-length                pic 9(4).
       01  ws-byte-idx                     pic 9(4).

       01  ws-record-hash                  pic 9(10).
       01  ws-file-count                   pic 9(9).
       01  ws-file-hash                    pic 9(10).

       linkage section.

      *> One file per call. Status: 'G' counted, 'N' the file isn't
      *> there, 'E' it is there but couldn't be read.
       01  l-hash-request.
           05  l-dh-file-name              pic x(60).
           05  l-dh-kind                   pic x.
               88  l-dh-sequential         value 'S'.
               88  l-dh-order-book         value 'O'.
               88  l-dh-customer-master    value 'M'.
               88  l-dh-statement-archive  value 'A'.
               88  l-dh-order-lines        value 'L'.
               88  l-dh-redefines-customer value 'R'.
           05  l-dh-count                  pic 9(9).
           05  l-dh-hash                   pic 9(10).
           05  l-dh-status                 pic x.
               88  l-dh-good               value 'G'.
               88  l-dh-not-found          value 'N'.
               88  l-dh-error              value 'E'.

       procedure division using l-hash-request.
       main-procedure.

           move l-dh-file-name to ws-hashed-file-name
           move 0 to ws-file-count
           move 0 to ws-file-hash
           move 0 to l-dh-count
           move 0 to l-dh-hash

           evaluate true
               when l-dh-order-book
                   perform hash-order-file
               when l-dh-customer-master
                   perform hash-master-file
               when l-dh-statement-archive
                   perform hash-archive-file
               when l-dh-order-lines
                   perform hash-lines-file
               when l-dh-redefines-customer
                   perform hash-redefines-file
               when other
                   perform hash-sequential-file
           end-evaluate

           if l-dh-good
               move ws-file-count to l-dh-count
               move ws-file-hash to l-dh-hash
           end-if

           goback.


       hash-sequential-file.

           open input fd-sequential-file

           perform check-open-status

           if not l-dh-good
               exit paragraph
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-sequential-file
                   at end
                       set ws-eof to true
                   not at end
                       move f-sequential-record to ws-hashed-record
                       move function length(function trim(
                           f-sequential-record trailing))
                           to ws-hashed-length
                       perform add-record-to-hash
               end-read
           end-perform

           close fd-sequential-file

           exit paragraph.


       hash-order-file.

           open input fd-order-file

           perform check-open-status

           if not l-dh-good
               exit paragraph
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-order-file next record
                   at end
                       set ws-eof to true
                   not at end
                       move f-order-record to ws-hashed-record
                       move length of f-order-record
                           to ws-hashed-length
                       perform add-record-to-hash
               end-read
           end-perform

           close fd-order-file

           exit paragraph.


       hash-master-file.

           open input fd-master-file

           perform check-open-status

           if not l-dh-good
               exit paragraph
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-master-file next record
                   at end
                       set ws-eof to true
                   not at end
                       move f-master-record to ws-hashed-record
                       move length of f-master-record
                           to ws-hashed-length
                       perform add-record-to-hash
               end-read
           end-perform

           close fd-master-file

           exit paragraph.


       hash-archive-file.

           open input fd-archive-file

           perform check-open-status

           if not l-dh-good
               exit paragraph
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-archive-file next record
                   at end
                       set ws-eof to true
                   not at end
                       move f-archive-record to ws-hashed-record
                       move length of f-archive-record
                           to ws-hashed-length
                       perform add-record-to-hash
               end-read
           end-perform

           close fd-archive-file

           exit paragraph.


       hash-lines-file.

           open input fd-lines-file

           perform check-open-status

           if not l-dh-good
               exit paragraph
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-lines-file next record
                   at end
                       set ws-eof to true
                   not at end
                       move f-lines-record to ws-hashed-record
                       move length of f-lines-record
                           to ws-hashed-length
                       perform add-record-to-hash
               end-read
           end-perform

           close fd-lines-file

           exit paragraph.


       hash-redefines-file.

           open input fd-redefines-file

           perform check-open-status

           if not l-dh-good
               exit paragraph
           end-if

           set ws-not-eof to true

           perform until ws-eof
               read fd-redefines-file next record
                   at end
                       set ws-eof to true
                   not at end
                       move f-redefines-record to ws-hashed-record
                       move length of f-redefines-record
                           to ws-hashed-length
                       perform add-record-to-hash
               end-read
           end-perform

           close fd-redefines-file

           exit paragraph.


       check-open-status.

           evaluate ws-fs-status-file
               when "00"
                   set l-dh-good to true
               when "35"
                   set l-dh-not-found to true
               when other
                   set l-dh-error to true
           end-evaluate

           exit paragraph.


      *> Position-weighted character sum for the record, folded into
      *> the running file total.
       add-record-to-hash.

           move 0 to ws-record-hash

           perform varying ws-byte-idx from 1 by 1
           until ws-byte-idx > ws-hashed-length
               compute ws-record-hash = ws-record-hash
                   + function ord(ws-hashed-record(ws-byte-idx:1))
                   * ws-byte-idx
               end-compute
           end-perform

           add 1 to ws-file-count

           compute ws-file-hash = function mod(
               ws-file-hash * 31 + ws-record-hash, 10000000000)
           end-compute

           exit paragraph.

       end program data-file-hash.
