      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-02
      * updated: 2026-10-15 EE: the hold record carries the held
      *          order's item line count, so it reads whole.
      * updated: 2026-10-15 EE: orders are also held for price review
      *          now, when a keyed price strays too far from the
      *          price list; each line says which kind of hold it is.
      * Purpose: Daily held-orders report for the credit desk. Lists
      *          every order sitting in customer-orders-hold.txt --
      *          the orders order-intake diverted because they would
           05  f-held-exposure                     pic 9(7)v99.
           05  f-held-item-id-1                    pic 9(4).
           05  f-held-item-id-2                    pic 9(4).
           05  f-held-line-count                   pic 9(3).
      *> 'C' credit, 'P' price review; blank is an older credit hold.
           05  f-held-reason                       pic x.
               88  f-held-for-price                value 'P'.

       fd  fd-customer-master.
       01  f-customer-record-master.
               goback
           end-if

           move "Orders held for credit approval or price review"
               to ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line

           move "order    cust   customer name                  "
               & "held on   order dt        amount      exposure  hold"
               to ws-report-line
           perform write-report-line

           move f-held-exposure to ws-amount-display
           move ws-amount-display to ws-report-line(82:12)

           if f-held-for-price
               move "price" to ws-report-line(96:5)
           else
               move "credit" to ws-report-line(96:6)
           end-if

           perform write-report-line

           exit paragraph.
