      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * Updated: 2026-10-15 EE: journal record widened for the chain
      *          value now carried after the after image.
      * Purpose: Change-history inquiry over the customer master
      *          journal customer-journal writes. Given a customer
      *          id, lists every journaled add/change/delete for it
           05  f-jr-before-image           pic x(146).
           05  filler                      pic x.
           05  f-jr-after-image            pic x(146).
           05  filler                      pic x.
           05  f-jr-chain                  pic x(16).

       working-storage section.

