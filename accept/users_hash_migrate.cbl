      *          role column user-login reads; migrated users start
      *          as INQUIRY, the least privileged role, for an
      *          operator to raise deliberately.
      * updated: 2026-10-15 EE: migrated users are written with the
      *          password-set date and must-change flag user-login
      *          now reads, flagged to change at first login -- the
      *          clear passwords were readable on file until now.
      * purpose: One-time migration of users.txt from clear-text
      *          passwords to one-way hashes, via the shared
      *          password-hash subprogram accept-secure.cbl now
           05  f-user-hash-new             pic x(16).
           05  filler                      pic x value space.
           05  f-user-role-new             pic x(10).
           05  filler                      pic x value space.
           05  f-user-password-set-new     pic x(8).
           05  filler                      pic x value space.
           05  f-user-must-change-new      pic x.

       working-storage section.

           move f-user-name to f-user-name-new
           move ws-password-hash to f-user-hash-new
           move "INQUIRY" to f-user-role-new
           accept f-user-password-set-new from date yyyymmdd
           move 'Y' to f-user-must-change-new
           write f-user-record-new

           add 1 to ws-migrated-count
