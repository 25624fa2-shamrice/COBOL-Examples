      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * Updated: 2026-10-15 EE: password events. The changes,
      *          administrator resets, forced-change prompts, refused
      *          new passwords and abandoned changes user-login and
      *          password-reset log are counted by user beside the
      *          login counts, with a day's total for each.
      * Updated: 2026-10-15 EE: security-events.txt record widened
      *          for the chain value now carried after the terminal.
      * Purpose: Daily security report over the security-events.txt
      *          authentication log user-login writes. For the
      *          current business date it counts failures, lockouts,
           05  f-se-system-user            pic x(20).
           05  filler                      pic x.
           05  f-se-terminal               pic x(10).
           05  filler                      pic x.
           05  f-se-chain                  pic x(16).

       fd  fd-report-file.
       01  f-report-record                 pic x(120).
           05  ws-ut-failed                pic 9(4).
           05  ws-ut-lockouts              pic 9(4).
           05  ws-ut-success               pic 9(4).
           05  ws-ut-pw-changed            pic 9(4).
           05  ws-ut-pw-reset              pic 9(4).
           05  ws-ut-locked-first-sw       pic x.
               88  ws-ut-locked-first      value 'Y'.
           05  ws-ut-post-lockout-sw       pic x.
           88  ws-target-known             value 'Y'.

       01  ws-event-count                  pic 9(5) value 0.

      *> The day's password events, all users.
       01  ws-pw-changed-count             pic 9(5) value 0.
       01  ws-pw-reset-count               pic 9(5) value 0.
       01  ws-pw-forced-count              pic 9(5) value 0.
       01  ws-pw-rejected-count            pic 9(5) value 0.
       01  ws-pw-abandoned-count           pic 9(5) value 0.
       01  ws-flagged-count                pic 99 value 0.

       01  ws-report-line                  pic x(120).
                       set ws-ut-post-lockout(ws-user-idx) to true
                   end-if

               when "PWCHANGE"
                   add 1 to ws-ut-pw-changed(ws-user-idx)
                   add 1 to ws-pw-changed-count

               when "PWRESET"
                   add 1 to ws-ut-pw-reset(ws-user-idx)
                   add 1 to ws-pw-reset-count

               when "PWFORCED"
                   add 1 to ws-pw-forced-count

               when "PWREJECT"
                   add 1 to ws-pw-rejected-count

               when "PWNOCHANGE"
                   add 1 to ws-pw-abandoned-count

               when other
                   continue
           end-evaluate
               move 0 to ws-ut-failed(ws-user-idx)
               move 0 to ws-ut-lockouts(ws-user-idx)
               move 0 to ws-ut-success(ws-user-idx)
               move 0 to ws-ut-pw-changed(ws-user-idx)
               move 0 to ws-ut-pw-reset(ws-user-idx)
               move 'N' to ws-ut-locked-first-sw(ws-user-idx)
               move 'N' to ws-ut-post-lockout-sw(ws-user-idx)
           else
                   "failed " ws-ut-failed(ws-user-idx)
                   "  lockouts " ws-ut-lockouts(ws-user-idx)
                   "  ok " ws-ut-success(ws-user-idx)
                   "  pw changed " ws-ut-pw-changed(ws-user-idx)
                   "  reset " ws-ut-pw-reset(ws-user-idx)
                   into ws-report-line(25:)
               end-string

               if ws-ut-post-lockout(ws-user-idx)
                   add 1 to ws-flagged-count
                   move "** SUCCESS AFTER LOCKOUT **"
                       to ws-report-line(92:28)
               end-if

               perform write-report-line

           perform report-suspect-sources

           move spaces to ws-report-line
           perform write-report-line

           move "Password events:" to ws-report-line
           perform write-report-line

           move spaces to ws-report-line
           string "  changed " ws-pw-changed-count
               "  reset by admin " ws-pw-reset-count
               "  forced at login " ws-pw-forced-count
               into ws-report-line
           end-string
           perform write-report-line

           move spaces to ws-report-line
           string "  new password refused " ws-pw-rejected-count
               "  change abandoned " ws-pw-abandoned-count
               into ws-report-line
           end-string
           perform write-report-line

           exit paragraph.


