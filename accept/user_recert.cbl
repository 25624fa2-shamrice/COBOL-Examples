      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * Updated: 2026-10-15 EE: the users.txt record now carries the
      *          password-set date and must-change flag user-login
      *          keeps; they are copied through unchanged.
      * Purpose: Quarterly user access recertification. Lists every
      *          account on users.txt with its role and last
      *          successful login date (from the user-last-login.txt
           05  f-user-password-hash        pic x(16).
           05  filler                      pic x.
           05  f-user-role                 pic x(10).
           05  filler                      pic x.
           05  f-user-password-set         pic x(8).
           05  filler                      pic x.
           05  f-user-must-change          pic x.

       fd  fd-user-file-new.
       01  f-user-record-new.
           05  f-new-password-hash         pic x(16).
           05  filler                      pic x.
           05  f-new-user-role             pic x(10).
           05  filler                      pic x.
           05  f-new-password-set          pic x(8).
           05  filler                      pic x.
           05  f-new-must-change           pic x.

       fd  fd-last-login-file.
       01  f-last-login-record.
