      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: an account whose id and period
      *          already hold the consolidated statement
      *          consolidated-statements filed is left alone -- that
      *          is the statement the customer got -- and counted
      *          on the run summary instead of being overwritten.
      * Purpose: Statement archive step, run right after
      *          account-statements-extract. The extract writes
      *          account-statements.txt and the next run overwrites

       01  ws-statement-count                  pic 9(5) value 0.
       01  ws-line-count                       pic 9(7) value 0.
       01  ws-kept-consolidated-count          pic 9(5) value 0.

      *> Set while the section in hand belongs to an account whose
      *> consolidated statement is already on file for the period.
       01  ws-skip-section-sw                  pic x value 'N'.
           88  ws-skip-section                 value 'Y'.

      *> Sweep fields for clearing a prior copy of a section before
      *> the rerun's lines replace it.
           end-display
           display "Statements archived: " ws-statement-count
           display "Lines filed:         " ws-line-count
           display "Kept consolidated:   " ws-kept-consolidated-count
           display "Reprints come from statement-reprint."

           goback.
                   to ws-section-account-id
               move 0 to ws-section-line-number
               set ws-in-section to true

               perform check-consolidated-copy

               if ws-skip-section
                   add 1 to ws-kept-consolidated-count
               else
                   add 1 to ws-statement-count
                   perform clear-prior-section
               end-if
           end-if

           if ws-in-section
           and not ws-skip-section
               add 1 to ws-section-line-number
               add 1 to ws-line-count

           exit paragraph.


      *> The first line filed tells a consolidated statement from an
      *> account-only one.
       check-consolidated-copy.

           move 'N' to ws-skip-section-sw

           move ws-section-account-id to f-arch-account-id
           move ws-archive-period to f-arch-period
           move 1 to f-arch-line-number

           read fd-archive-file
               invalid key
                   exit paragraph
           end-read

           if f-arch-line(1:23) = "Consolidated statement "
               set ws-skip-section to true
           end-if

           exit paragraph.


      *> Deletes every line a prior run filed for this account and
      *> period, so a corrected rerun can be shorter than the copy it
      *> replaces without leaving stale tail lines behind.
