      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * Updated: 2026-10-15 EE: journal record widened for the chain
      *          value now carried after the after image.
      * Purpose: Forward recovery for the customer master:
      *          restore-and-lose-nothing instead of
      *          restore-and-lose-a-day. Reinstates a chosen
           05  f-jr-before-image           pic x(146).
           05  filler                      pic x.
           05  f-jr-after-image            pic x(146).
           05  filler                      pic x.
           05  f-jr-chain                  pic x(16).

       working-storage section.

