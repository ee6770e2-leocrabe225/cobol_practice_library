       FILE SECTION.
       FD F-DATA
           VALUE OF FILE-ID IS WS-DATA-FILE-NAME.
       01 F-DATA-RCD          PIC X(500).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 WS-HD4              PIC 9(09)V99.
       01 WS-HD5              PIC 9(09)V99.
       01 WS-HD6              PIC 9(09)V99.
       01 WS-HD7              PIC 9(09)V99.
       01 WS-HC17             PIC X(50).
       01 WS-HC18             PIC X(50).
       01 WS-HC19             PIC X(50).
       01 WS-HC20             PIC X(50).
       01 WS-HC21             PIC X(50).
       01 WS-HC22             PIC X(50).
       01 WS-HC23             PIC X(50).
       01 WS-HC24             PIC X(50).
       01 WS-HC25             PIC X(50).
       01 WS-HC26             PIC X(50).
       01 WS-HC27             PIC X(50).
       01 WS-HC28             PIC X(50).
       01 WS-HC29             PIC X(50).
       01 WS-HT2              PIC X(120).

       EXEC SQL END DECLARE SECTION END-EXEC.

           05 U-CATEGORIES-MAX-LOANS       PIC 9(05).
           05 U-CATEGORIES-DAILY-RATE      PIC 9(01)V99.
           05 U-CATEGORIES-MAX-RENEWALS    PIC 9(05).
           05 U-CATEGORIES-PC-DAILY-MINUTES   PIC 9(05).

       01 U-PEOPLE-RCD.
           05 U-PEOPLE-ID                  PIC 9(10).
           05 U-PEOPLE-BIRTH-DATE             PIC X(08).
           05 U-PEOPLE-HOME-PARTNER-ID        PIC 9(10).
           05 U-PEOPLE-HOME-CARD-NUMBER       PIC X(20).
           05 U-PEOPLE-HOUSEHOLD-ID           PIC 9(10).
           05 U-PEOPLE-CLAIMS-COUNT           PIC 9(05).
           05 U-PEOPLE-DELIVERY-FLAG          PIC X(01).
           05 U-PEOPLE-DELIVERY-ROUND-ID      PIC 9(10).
           05 U-PEOPLE-DELIVERY-LANGUAGE      PIC X(20).
           05 U-PEOPLE-DELIVERY-ADDRESS       PIC X(50).
           05 U-PEOPLE-HISTORY-PREF           PIC X(01).
           05 U-PEOPLE-SCHOOL-CLASS           PIC X(10).
           05 U-PEOPLE-LEFT-SCHOOL-NAME       PIC X(40).
           05 U-PEOPLE-LEFT-SCHOOL-DATE       PIC X(08).
           05 U-PEOPLE-MARKETING-CONSENT      PIC X(01).
           05 U-PEOPLE-CONSENT-DATE           PIC X(08).
           05 U-PEOPLE-CONSENT-SOURCE         PIC X(01).
           05 U-PEOPLE-UNSUBSCRIBE-REF        PIC X(12).
           05 U-PEOPLE-CARD-PRINT-STATUS      PIC X(01).
           05 U-PEOPLE-CARD-PRINTED-DATE      PIC X(08).
           05 U-PEOPLE-HOME-BRANCH-ID         PIC 9(10).

       01 U-BOOKS-RCD.
           05 U-BOOKS-ID                   PIC 9(10).
           05 U-BOOKS-VERSION              PIC 9(05).
           05 U-BOOKS-UPDATED-AT           PIC X(08).
           05 U-BOOKS-AUDIENCE                PIC X(01).
           05 U-BOOKS-CLASS-NUMBER            PIC X(12).
           05 U-BOOKS-CUTTER                  PIC X(10).
           05 U-BOOKS-WORK-ID                 PIC 9(10).

       01 U-BRANCHES-RCD.
           05 U-BRANCHES-ID                PIC 9(10).
           05 U-BRANCHES-CODE              PIC X(04).
           05 U-BRANCHES-NAME              PIC X(30).
           05 U-BRANCHES-DELETED-DATE      PIC X(08).
           05 U-BRANCHES-FLOAT-GROUP       PIC X(04).
           05 U-BRANCHES-COURIER-ROUTE     PIC X(04).

       01 U-COPIES-RCD.
           05 U-COPIES-ID                  PIC 9(10).
           05 U-COPIES-SUGGEST-BRANCH         PIC 9(10).
           05 U-COPIES-REPL-SUGGESTED         PIC X(08).
           05 U-COPIES-COST                   PIC 9(05)V99.
           05 U-COPIES-LOAN-POLICY            PIC X(01).
           05 U-COPIES-PIECE-COUNT            PIC 9(05).
           05 U-COPIES-CONTENTS               PIC X(100).

       01 U-BORROWINGS-RCD.
           05 U-BORROWINGS-ID              PIC 9(10).
           05 U-BORROWINGS-COPY-ID         PIC 9(10).
           05 U-BORROWINGS-RECALL-FLAG        PIC X(01).
           05 U-BORROWINGS-RECALL-DATE        PIC X(08).
           05 U-BORROWINGS-PROXY-ID           PIC 9(10).
           05 U-BORROWINGS-CLAIM-STATUS       PIC X(01).
           05 U-BORROWINGS-CLAIM-DATE         PIC X(08).
           05 U-BORROWINGS-DELIVERY-FLAG      PIC X(01).
           05 U-BORROWINGS-LOAN-POLICY        PIC X(01).
           05 U-BORROWINGS-DUE-TIME           PIC X(04).
           05 U-BORROWINGS-RETURNED-TIME      PIC X(04).
           05 U-BORROWINGS-MISSING-PIECES     PIC 9(05).
           05 U-BORROWINGS-INCOMPLETE-DATE    PIC X(08).

       01 U-BOOKS-AUTHORS-RCD.
           05 U-BOOKS-AUTHORS-BOOK-ID      PIC 9(10).
           05 U-HOLDS-CLOSED-DATE          PIC X(08).
           05 U-HOLDS-PICKUP-BRANCH           PIC 9(10).
           05 U-HOLDS-ORDER-ID                PIC 9(10).
           05 U-HOLDS-SUSPEND-FROM            PIC X(08).
           05 U-HOLDS-SUSPEND-UNTIL           PIC X(08).
           05 U-HOLDS-ANY-EDITION             PIC X(01).

       01 U-FINES-RCD.
           05 U-FINES-ID                   PIC 9(10).
           05 U-FINES-FINE-TYPE            PIC X(01).
           05 U-FINES-CHARGE-CODE             PIC X(04).
           05 U-FINES-EQUIPMENT-LOAN-ID       PIC 9(10).
           05 U-FINES-VAT-CODE                PIC X(01).
           05 U-FINES-VAT-RATE                PIC 9(03)V99.
           05 U-FINES-VAT-AMOUNT              PIC 9(05)V99.

       01 U-FINE-PAYMENTS-RCD.
           05 U-FINE-PAYMENTS-ID           PIC 9(10).
           05 U-FINE-PAYMENTS-REASON-CODE   PIC X(04).
           05 U-FINE-PAYMENTS-SESSION-ID      PIC 9(10).
           05 U-FINE-PAYMENTS-REFUND-OF       PIC 9(10).
           05 U-FINE-PAYMENTS-PAYER-ID        PIC 9(10).
           05 U-FINE-PAYMENTS-TENDER          PIC X(01).
           05 U-FINE-PAYMENTS-EXT-REF         PIC X(20).

       01 U-AUDIT-LOG-RCD.
           05 U-AUDIT-LOG-ID               PIC 9(10).
           05 U-AUDIT-LOG-CHANGED-DATE     PIC X(08).
           05 U-AUDIT-LOG-OPERATOR-ID      PIC X(10).
           05 U-AUDIT-LOG-DETAIL              PIC X(30).
           05 U-AUDIT-LOG-CHAIN-SEQ           PIC 9(10).
           05 U-AUDIT-LOG-CHAIN-HASH          PIC X(32).

       01 U-SUPPLIERS-RCD.
           05 U-SUPPLIERS-ID               PIC 9(10).
           05 U-ORDERS-TRANSMITTED-DATE       PIC X(08).
           05 U-ORDERS-ACK-STATUS             PIC X(01).
           05 U-ORDERS-EXPECTED-DATE          PIC X(08).
           05 U-ORDERS-STANDING-ORDER-ID      PIC 9(10).

       01 U-BUSINESS-DAY-RCD.
           05 U-BUSINESS-DAY-ID            PIC 9(10).
           05 U-STATS-HISTORY-UNPAID-FINES   PIC 9(07)V99.
           05 U-STATS-HISTORY-EVENT-ATTEND    PIC 9(07).
           05 U-STATS-HISTORY-ILL-LENT        PIC 9(07).
           05 U-STATS-HISTORY-VISITS          PIC 9(07).
           05 U-STATS-HISTORY-E-LOANS         PIC 9(07).

       01 U-DESK-EVENTS-RCD.
           05 U-DESK-EVENTS-ID             PIC 9(10).
           05 U-DESK-EVENTS-EVENT-DATE     PIC X(08).
           05 U-DESK-EVENTS-EVENT-TIME     PIC X(06).
           05 U-DESK-EVENTS-BORROWING-ID   PIC 9(10).
           05 U-DESK-EVENTS-PROXY-ID       PIC 9(10).
           05 U-DESK-EVENTS-STATION-ID     PIC X(10).

       01 U-BOOKINGS-RCD.
           05 U-BOOKINGS-ID                PIC 9(10).
           05 U-ILL-PARTNERS-NAME          PIC X(40).
           05 U-ILL-PARTNERS-CONTACT       PIC X(40).
           05 U-ILL-PARTNERS-DELETED-DATE   PIC X(08).
           05 U-ILL-PARTNERS-LENDING-FEE    PIC 9(03)V99.
           05 U-ILL-PARTNERS-LATE-FEE       PIC 9(03)V99.
           05 U-ILL-PARTNERS-LOST-FEE       PIC 9(05)V99.

       01 U-ILL-REQUESTS-RCD.
           05 U-ILL-REQUESTS-ID            PIC 9(10).
           05 U-ILL-REQUESTS-RECEIVED-DATE   PIC X(08).
           05 U-ILL-REQUESTS-DUE-DATE      PIC X(08).
           05 U-ILL-REQUESTS-RETURNED-DATE   PIC X(08).
           05 U-ILL-REQUESTS-LOST-DATE       PIC X(08).
           05 U-ILL-REQUESTS-LEND-BILLED     PIC X(06).
           05 U-ILL-REQUESTS-LATE-BILLED     PIC X(06).
           05 U-ILL-REQUESTS-LOST-BILLED     PIC X(06).

       01 U-SERIAL-SUBSCRIPTIONS-RCD.
           05 U-SERIAL-SUBSCRIPTIONS-ID    PIC 9(10).
           05 U-SERIAL-SUBSCRIPTIONS-DELETED-DATE   PIC X(08).
           05 U-SERIAL-SUBSCRIPTIONS-CLAIMS   PIC 9(05).
           05 U-SERIAL-SUBSCRIPTIONS-CANCELRV   PIC X(01).
           05 U-SERIAL-SUBSCRIPTIONS-ANNCOST    PIC 9(05)V99.
           05 U-SERIAL-SUBSCRIPTIONS-RENEWDT    PIC X(08).
           05 U-SERIAL-SUBSCRIPTIONS-FUND-ID    PIC 9(10).
           05 U-SERIAL-SUBSCRIPTIONS-REVWFOR    PIC X(08).
           05 U-SERIAL-SUBSCRIPTIONS-RENDEC     PIC X(01).
           05 U-SERIAL-SUBSCRIPTIONS-INSTFOR    PIC X(08).

       01 U-SERIAL-ISSUES-RCD.
           05 U-SERIAL-ISSUES-ID           PIC 9(10).
           05 U-SERIAL-ISSUES-LENT-PEOPLE-ID   PIC 9(10).
           05 U-SERIAL-ISSUES-DUE-DATE     PIC X(08).
           05 U-SERIAL-ISSUES-CLAIM-COUNT     PIC 9(05).
           05 U-SERIAL-ISSUES-LEND-COUNT      PIC 9(05).
           05 U-SERIAL-ISSUES-BOUND-COPY-ID   PIC 9(10).
           05 U-SERIAL-ISSUES-BOUND-DATE      PIC X(08).

       01 U-DONORS-RCD.
           05 U-DONORS-ID                  PIC 9(10).
           05 U-TILL-COUNTED-AMOUNT          PIC 9(07)V99.
           05 U-TILL-CLOSED-AT               PIC X(14).
           05 U-TILL-STATUS                  PIC X(01).
           05 U-TILL-BRANCH-ID               PIC 9(10).

       01 U-FUNDS-RCD.
           05 U-FUNDS-ID                     PIC 9(10).
           05 U-FUNDS-ENCUMBERED             PIC 9(07)V99.
           05 U-FUNDS-EXPENDED               PIC 9(07)V99.
           05 U-FUNDS-DELETED-DATE           PIC X(08).
           05 U-FUNDS-CARRY-POLICY           PIC X(01).
           05 U-FUNDS-FROZEN-DATE            PIC X(08).
           05 U-FUNDS-ROLLED-FROM-ID         PIC 9(10).
           05 U-FUNDS-BUDGET-ALLOCATION      PIC 9(07)V99.
           05 U-FUNDS-CARRIED-IN             PIC 9(07)V99.
           05 U-FUNDS-CARRIED-OUT            PIC 9(07)V99.
           05 U-FUNDS-LAPSED                 PIC 9(07)V99.

       01 U-INVOICES-RCD.
           05 U-INVOICES-ID                  PIC 9(10).
           05 U-INVOICES-INVOICE-NUMBER      PIC X(20).
           05 U-INVOICES-INVOICE-DATE        PIC X(08).
           05 U-INVOICES-STATUS              PIC X(01).
           05 U-INVOICES-SUBMITTED-DATE      PIC X(08).
           05 U-INVOICES-AP-RUN-ID           PIC 9(10).
           05 U-INVOICES-PAID-DATE           PIC X(08).
           05 U-INVOICES-PAYMENT-REFERENCE   PIC X(20).

       01 U-INVLINES-RCD.
           05 U-INVLINES-ID                  PIC 9(10).
           05 U-INVLINES-QUANTITY            PIC 9(05).
           05 U-INVLINES-UNIT-PRICE          PIC 9(05)V99.
           05 U-INVLINES-MATCH-STATUS        PIC X(01).
           05 U-INVLINES-VAT-CODE            PIC X(01).
           05 U-INVLINES-VAT-RATE            PIC 9(03)V99.
           05 U-INVLINES-VAT-AMOUNT          PIC 9(05)V99.

       01 U-SUGGEST-RCD.
           05 U-SUGGEST-ID                   PIC 9(10).
           05 U-EVENTS-ROOM                  PIC X(20).
           05 U-EVENTS-CAPACITY              PIC 9(05).
           05 U-EVENTS-DELETED-DATE          PIC X(08).
           05 U-EVENTS-POPULAR-FLAG          PIC X(01).
           05 U-EVENTS-SERIES-ID             PIC 9(10).

       01 U-EVENTREG-RCD.
           05 U-EVENTREG-ID                  PIC 9(10).
           05 U-EVENTREG-REG-DATE            PIC X(08).
           05 U-EVENTREG-STATUS              PIC X(01).
           05 U-EVENTREG-ATTENDED            PIC X(01).
           05 U-EVENTREG-CANCELLED-DATE      PIC X(08).
           05 U-EVENTREG-PROMOTED-DATE       PIC X(08).
           05 U-EVENTREG-REMINDED-DATE       PIC X(08).

       01 U-CHALLENGE-RCD.
           05 U-CHALLENGE-ID                 PIC 9(10).
           05 U-NOTIFY-CREATED-DATE          PIC X(08).
           05 U-NOTIFY-STATUS                PIC X(01).
           05 U-NOTIFY-SENT-DATE             PIC X(08).
           05 U-NOTIFY-RECIPIENT-ADDRESS     PIC X(40).
           05 U-NOTIFY-ATTACHMENT-FILE       PIC X(50).

       01 U-ACCTPER-RCD.
           05 U-ACCTPER-PERIOD               PIC X(06).
           05 U-CHARGECD-CODE                PIC X(04).
           05 U-CHARGECD-DESCRIPTION         PIC X(30).
           05 U-CHARGECD-AMOUNT              PIC 9(05)V99.
           05 U-CHARGECD-VAT-CODE            PIC X(01).

       01 U-SPOOLCAT-RCD.
           05 U-SPOOLCAT-ID                  PIC 9(10).
           05 U-SPOOLCAT-FILE-NAME           PIC X(50).
           05 U-SPOOLCAT-KEEP-FLAG           PIC X(01).
           05 U-SPOOLCAT-PURGED-DATE         PIC X(08).
           05 U-SPOOLCAT-DISTRIBUTED-DATE    PIC X(08).

       01 U-LOCALNUM-RCD.
           05 U-LOCALNUM-ID                  PIC 9(10).
           05 U-EQUIP-LOAN-DAYS              PIC 9(05).
           05 U-EQUIP-STATUS                 PIC X(01).
           05 U-EQUIP-DELETED-DATE           PIC X(08).
           05 U-EQUIP-INSPECT-DAYS           PIC 9(05).
           05 U-EQUIP-LAST-INSPECT-DATE      PIC X(08).
           05 U-EQUIP-NEXT-INSPECT-DATE      PIC X(08).
           05 U-EQUIP-INSPECT-RESULT         PIC X(01).

       01 U-EQUIPLOAN-RCD.
           05 U-EQUIPLOAN-ID                 PIC 9(10).
           05 U-ILLLOANS-DUE-DATE            PIC X(08).
           05 U-ILLLOANS-RETURNED-DATE       PIC X(08).
           05 U-ILLLOANS-STATUS              PIC X(01).
           05 U-ILLLOANS-LOST-DATE           PIC X(08).
           05 U-ILLLOANS-LEND-BILLED         PIC X(06).
           05 U-ILLLOANS-LATE-BILLED         PIC X(06).
           05 U-ILLLOANS-LOST-BILLED         PIC X(06).

       01 U-SALEITEMS-RCD.
           05 U-SALEITEMS-ID                 PIC 9(10).
           05 U-SALEITEMS-PRICE              PIC 9(03)V99.
           05 U-SALEITEMS-SOLD-DATE          PIC X(08).
           05 U-SALEITEMS-STATUS             PIC X(01).
           05 U-SALEITEMS-VAT-CODE           PIC X(01).
           05 U-SALEITEMS-VAT-RATE           PIC 9(03)V99.
           05 U-SALEITEMS-VAT-AMOUNT         PIC 9(05)V99.
           05 U-SALEITEMS-SALE-PAYMENT-ID    PIC 9(10).
           05 U-SALEITEMS-LOST-ITEM-ID       PIC 9(10).

       01 U-ACCESSION-RCD.
           05 U-ACCESSION-NO                 PIC 9(10).
           05 U-DONATIONS-TITLE            PIC X(50).
           05 U-DONATIONS-RECEIVED-DATE    PIC X(08).
           05 U-DONATIONS-DECISION         PIC X(01).

       01 U-WORKS-RCD.
           05 U-WORKS-ID                     PIC 9(10).
           05 U-WORKS-TITLE                  PIC X(50).
           05 U-WORKS-CREATED-DATE           PIC X(08).

       01 U-HOUSEHOLD-RCD.
           05 U-HOUSEHOLD-ID                 PIC 9(10).
           05 U-HOUSEHOLD-NAME               PIC X(40).
           05 U-HOUSEHOLD-GUARANTOR-ID       PIC 9(10).
           05 U-HOUSEHOLD-MAX-LOANS          PIC 9(05).
           05 U-HOUSEHOLD-CREATED-DATE       PIC X(08).
           05 U-HOUSEHOLD-DELETED-DATE       PIC X(08).

       01 U-SUSPEND-RCD.
           05 U-SUSPEND-ID                   PIC 9(10).
           05 U-SUSPEND-PEOPLE-ID            PIC 9(10).
           05 U-SUSPEND-REASON-CODE          PIC X(02).
           05 U-SUSPEND-REASON-TEXT          PIC X(60).
           05 U-SUSPEND-FROM-DATE            PIC X(08).
           05 U-SUSPEND-TO-DATE              PIC X(08).
           05 U-SUSPEND-SET-BY               PIC X(10).
           05 U-SUSPEND-SET-DATE             PIC X(08).
           05 U-SUSPEND-LIFTED-DATE          PIC X(08).
           05 U-SUSPEND-LIFTED-BY            PIC X(10).

       01 U-PROXYAUTH-RCD.
           05 U-PROXYAUTH-ID                 PIC 9(10).
           05 U-PROXYAUTH-PRINCIPAL-ID       PIC 9(10).
           05 U-PROXYAUTH-PROXY-ID           PIC 9(10).
           05 U-PROXYAUTH-EXPIRY-DATE        PIC X(08).
           05 U-PROXYAUTH-SET-BY             PIC X(10).
           05 U-PROXYAUTH-SET-DATE           PIC X(08).
           05 U-PROXYAUTH-REVOKED-DATE       PIC X(08).

       01 U-NETBLOCK-RCD.
           05 U-NETBLOCK-ID                  PIC 9(10).
           05 U-NETBLOCK-PARTNER-ID          PIC 9(10).
           05 U-NETBLOCK-CARD-NUMBER         PIC X(20).
           05 U-NETBLOCK-LAST-NAME           PIC X(25).
           05 U-NETBLOCK-FIRST-NAME          PIC X(25).
           05 U-NETBLOCK-REASON              PIC X(01).
           05 U-NETBLOCK-AMOUNT              PIC 9(07)V99.
           05 U-NETBLOCK-LIST-DATE           PIC X(08).
           05 U-NETBLOCK-LOADED-DATE         PIC X(08).

       01 U-TRANSIT-RCD.
           05 U-TRANSIT-ID                   PIC 9(10).
           05 U-TRANSIT-COPY-ID              PIC 9(10).
           05 U-TRANSIT-FROM-BRANCH          PIC 9(10).
           05 U-TRANSIT-TO-BRANCH            PIC 9(10).
           05 U-TRANSIT-REASON               PIC X(01).
           05 U-TRANSIT-HOLD-ID              PIC 9(10).
           05 U-TRANSIT-SENT-DATE            PIC X(08).
           05 U-TRANSIT-MANIFEST-DATE        PIC X(08).
           05 U-TRANSIT-RECEIVED-DATE        PIC X(08).
           05 U-TRANSIT-RECEIVED-BY          PIC X(10).

       01 U-FLTRULE-RCD.
           05 U-FLTRULE-ID                   PIC 9(10).
           05 U-FLTRULE-TYPE-ID              PIC 9(10).
           05 U-FLTRULE-FLOAT-GROUP          PIC X(04).
           05 U-FLTRULE-MIN-COPIES           PIC 9(05).
           05 U-FLTRULE-MAX-COPIES           PIC 9(05).
           05 U-FLTRULE-SET-DATE             PIC X(08).
           05 U-FLTRULE-DELETED-DATE         PIC X(08).

       01 U-FLTMOVE-RCD.
           05 U-FLTMOVE-ID                   PIC 9(10).
           05 U-FLTMOVE-COPY-ID              PIC 9(10).
           05 U-FLTMOVE-TYPE-ID              PIC 9(10).
           05 U-FLTMOVE-FROM-BRANCH          PIC 9(10).
           05 U-FLTMOVE-TO-BRANCH            PIC 9(10).
           05 U-FLTMOVE-MOVE-DATE            PIC X(08).
           05 U-FLTMOVE-BORROWING-ID         PIC 9(10).

       01 U-INLIBUSE-RCD.
           05 U-INLIBUSE-ID                  PIC 9(10).
           05 U-INLIBUSE-COPY-ID             PIC 9(10).
           05 U-INLIBUSE-BOOK-ID             PIC 9(10).
           05 U-INLIBUSE-USE-DATE            PIC X(08).
           05 U-INLIBUSE-USE-TIME            PIC X(04).
           05 U-INLIBUSE-OPERATOR-ID         PIC X(10).

       01 U-ELOANS-RCD.
           05 U-ELOANS-ID                    PIC 9(10).
           05 U-ELOANS-PEOPLE-ID             PIC 9(10).
           05 U-ELOANS-CARD-NUMBER           PIC X(10).
           05 U-ELOANS-TITLE                 PIC X(50).
           05 U-ELOANS-ISBN                  PIC X(13).
           05 U-ELOANS-FORMAT                PIC X(06).
           05 U-ELOANS-LOAN-DATE             PIC X(08).
           05 U-ELOANS-EXPIRY-DATE           PIC X(08).
           05 U-ELOANS-IMPORTED-DATE         PIC X(08).

       01 U-RLIST-RCD.
           05 U-RLIST-ID                     PIC 9(10).
           05 U-RLIST-PEOPLE-ID              PIC 9(10).
           05 U-RLIST-LIST-KIND              PIC X(01).
           05 U-RLIST-NAME                   PIC X(40).
           05 U-RLIST-CREATED-DATE           PIC X(08).
           05 U-RLIST-DELETED-DATE           PIC X(08).

       01 U-RLISTITEM-RCD.
           05 U-RLISTITEM-ID                 PIC 9(10).
           05 U-RLISTITEM-LIST-ID            PIC 9(10).
           05 U-RLISTITEM-BOOK-ID            PIC 9(10).
           05 U-RLISTITEM-ADDED-DATE         PIC X(08).

       01 U-REVIEWS-RCD.
           05 U-REVIEWS-ID                   PIC 9(10).
           05 U-REVIEWS-BOOK-ID              PIC 9(10).
           05 U-REVIEWS-PEOPLE-ID            PIC 9(10).
           05 U-REVIEWS-RATING               PIC 9(05).
           05 U-REVIEWS-REVIEW-TEXT          PIC X(120).
           05 U-REVIEWS-SUBMITTED-DATE       PIC X(08).
           05 U-REVIEWS-STATUS               PIC X(01).
           05 U-REVIEWS-MODERATED-BY         PIC X(10).
           05 U-REVIEWS-MODERATED-DATE       PIC X(08).

       01 U-DLVROUND-RCD.
           05 U-DLVROUND-ID                  PIC 9(10).
           05 U-DLVROUND-NAME                PIC X(30).
           05 U-DLVROUND-VOLUNTEER-NAME      PIC X(40).
           05 U-DLVROUND-ROUND-DAY           PIC X(03).
           05 U-DLVROUND-DELETED-DATE        PIC X(08).

       01 U-DLVPREF-RCD.
           05 U-DLVPREF-ID                   PIC 9(10).
           05 U-DLVPREF-PEOPLE-ID            PIC 9(10).
           05 U-DLVPREF-PREF-KIND            PIC X(01).
           05 U-DLVPREF-REF-ID               PIC 9(10).

       01 U-DLVSEL-RCD.
           05 U-DLVSEL-ID                    PIC 9(10).
           05 U-DLVSEL-PEOPLE-ID             PIC 9(10).
           05 U-DLVSEL-ROUND-ID              PIC 9(10).
           05 U-DLVSEL-BOOK-ID               PIC 9(10).
           05 U-DLVSEL-RUN-DATE              PIC X(08).
           05 U-DLVSEL-STATUS                PIC X(01).
           05 U-DLVSEL-BORROWING-ID          PIC 9(10).

       01 U-STANDORD-RCD.
           05 U-STANDORD-ID                  PIC 9(10).
           05 U-STANDORD-SERIES-NAME         PIC X(50).
           05 U-STANDORD-SUPPLIER-ID         PIC 9(10).
           05 U-STANDORD-FUND-ID             PIC 9(10).
           05 U-STANDORD-QUANTITY            PIC 9(05).
           05 U-STANDORD-STARTED-DATE        PIC X(08).
           05 U-STANDORD-CANCELLED-DATE      PIC X(08).

       01 U-EQUIPINSP-RCD.
           05 U-EQUIPINSP-ID                 PIC 9(10).
           05 U-EQUIPINSP-EQUIPMENT-ID       PIC 9(10).
           05 U-EQUIPINSP-INSPECTED-DATE     PIC X(08).
           05 U-EQUIPINSP-RESULT             PIC X(01).
           05 U-EQUIPINSP-TESTER             PIC X(30).
           05 U-EQUIPINSP-SOFTWARE-RESET     PIC X(01).
           05 U-EQUIPINSP-NOTES              PIC X(60).
           05 U-EQUIPINSP-RECORDED-BY        PIC X(10).

       01 U-EVSERIES-RCD.
           05 U-EVSERIES-ID                  PIC 9(10).
           05 U-EVSERIES-NAME                PIC X(40).
           05 U-EVSERIES-PATTERN             PIC X(01).
           05 U-EVSERIES-WEEK-OF-MONTH       PIC 9(05).
           05 U-EVSERIES-WEEKDAY             PIC 9(05).
           05 U-EVSERIES-ROOM                PIC X(20).
           05 U-EVSERIES-CAPACITY            PIC 9(05).
           05 U-EVSERIES-POPULAR-FLAG        PIC X(01).
           05 U-EVSERIES-FROM-DATE           PIC X(08).
           05 U-EVSERIES-TO-DATE             PIC X(08).
           05 U-EVSERIES-CANCELLED-DATE      PIC X(08).

       01 U-HIRERS-RCD.
           05 U-HIRERS-ID                    PIC 9(10).
           05 U-HIRERS-NAME                  PIC X(40).
           05 U-HIRERS-CONTACT-NAME          PIC X(30).
           05 U-HIRERS-ADDRESS               PIC X(60).
           05 U-HIRERS-PHONE-NUMBER          PIC X(15).
           05 U-HIRERS-EMAIL-ADDRESS         PIC X(40).
           05 U-HIRERS-RATE-BAND             PIC X(01).
           05 U-HIRERS-CREATED-DATE          PIC X(08).
           05 U-HIRERS-DELETED-DATE          PIC X(08).

       01 U-ROOMRATE-RCD.
           05 U-ROOMRATE-ID                  PIC 9(10).
           05 U-ROOMRATE-ROOM                PIC X(20).
           05 U-ROOMRATE-RATE-BAND           PIC X(01).
           05 U-ROOMRATE-HOURLY-RATE         PIC 9(05)V99.

       01 U-ROOMHIRE-RCD.
           05 U-ROOMHIRE-ID                  PIC 9(10).
           05 U-ROOMHIRE-HIRER-ID            PIC 9(10).
           05 U-ROOMHIRE-ROOM                PIC X(20).
           05 U-ROOMHIRE-HIRE-DATE           PIC X(08).
           05 U-ROOMHIRE-START-TIME          PIC X(04).
           05 U-ROOMHIRE-END-TIME            PIC X(04).
           05 U-ROOMHIRE-HOURS               PIC 9(03)V99.
           05 U-ROOMHIRE-HOURLY-RATE         PIC 9(05)V99.
           05 U-ROOMHIRE-AMOUNT              PIC 9(07)V99.
           05 U-ROOMHIRE-STATUS              PIC X(01).
           05 U-ROOMHIRE-BOOKED-DATE         PIC X(08).
           05 U-ROOMHIRE-BOOKED-BY           PIC X(10).
           05 U-ROOMHIRE-INVOICE-ID          PIC 9(10).

       01 U-HIREINV-RCD.
           05 U-HIREINV-ID                   PIC 9(10).
           05 U-HIREINV-HIRER-ID             PIC 9(10).
           05 U-HIREINV-PERIOD               PIC X(06).
           05 U-HIREINV-INVOICE-DATE         PIC X(08).
           05 U-HIREINV-AMOUNT               PIC 9(07)V99.
           05 U-HIREINV-FINE-ID              PIC 9(10).

       01 U-PCS-RCD.
           05 U-PCS-ID                       PIC 9(10).
           05 U-PCS-BRANCH-ID                PIC 9(10).
           05 U-PCS-NAME                     PIC X(20).
           05 U-PCS-CREATED-DATE             PIC X(08).
           05 U-PCS-DELETED-DATE             PIC X(08).

       01 U-PCBOOK-RCD.
           05 U-PCBOOK-ID                    PIC 9(10).
           05 U-PCBOOK-PC-ID                 PIC 9(10).
           05 U-PCBOOK-PEOPLE-ID             PIC 9(10).
           05 U-PCBOOK-BOOKING-DATE          PIC X(08).
           05 U-PCBOOK-START-TIME            PIC X(04).
           05 U-PCBOOK-END-TIME              PIC X(04).
           05 U-PCBOOK-MINUTES               PIC 9(05).
           05 U-PCBOOK-STATUS                PIC X(01).
           05 U-PCBOOK-BOOKED-VIA            PIC X(01).
           05 U-PCBOOK-BOOKED-DATE           PIC X(08).

       01 U-PRTLOAD-RCD.
           05 U-PRTLOAD-FILE-NAME            PIC X(40).
           05 U-PRTLOAD-LOAD-DATE            PIC X(08).
           05 U-PRTLOAD-JOBS-POSTED          PIC 9(07).
           05 U-PRTLOAD-PATRON-AMOUNT        PIC 9(07)V99.
           05 U-PRTLOAD-ANONYMOUS-AMOUNT     PIC 9(07)V99.

       01 U-SIPTERM-RCD.
           05 U-SIPTERM-TERMINAL-ID          PIC X(10).
           05 U-SIPTERM-PASSWORD             PIC X(10).
           05 U-SIPTERM-BRANCH-ID            PIC 9(10).
           05 U-SIPTERM-PIN-REQUIRED         PIC X(01).
           05 U-SIPTERM-ACTIVE               PIC X(01).
           05 U-SIPTERM-DESCRIPTION          PIC X(30).

       01 U-FOOTFALL-RCD.
           05 U-FOOTFALL-ID                  PIC 9(10).
           05 U-FOOTFALL-BRANCH-ID           PIC 9(10).
           05 U-FOOTFALL-COUNT-DATE          PIC X(08).
           05 U-FOOTFALL-COUNT-HOUR          PIC 9(05).
           05 U-FOOTFALL-VISITS-IN           PIC 9(07).
           05 U-FOOTFALL-VISITS-OUT          PIC 9(07).
           05 U-FOOTFALL-IMPORTED-DATE       PIC X(08).

       01 U-VOLUNTEER-RCD.
           05 U-VOLUNTEER-ID                 PIC 9(10).
           05 U-VOLUNTEER-PEOPLE-ID          PIC 9(10).
           05 U-VOLUNTEER-LAST-NAME          PIC X(25).
           05 U-VOLUNTEER-FIRST-NAME         PIC X(25).
           05 U-VOLUNTEER-PHONE-NUMBER       PIC X(15).
           05 U-VOLUNTEER-SKILLS             PIC X(60).
           05 U-VOLUNTEER-CHECK-REFERENCE    PIC X(20).
           05 U-VOLUNTEER-CHECK-EXPIRY       PIC X(08).
           05 U-VOLUNTEER-AVAILABILITY       PIC X(14).
           05 U-VOLUNTEER-STARTED-DATE       PIC X(08).
           05 U-VOLUNTEER-LEFT-DATE          PIC X(08).

       01 U-VOLSHIFT-RCD.
           05 U-VOLSHIFT-ID                  PIC 9(10).
           05 U-VOLSHIFT-BRANCH-ID           PIC 9(10).
           05 U-VOLSHIFT-ACTIVITY            PIC X(01).
           05 U-VOLSHIFT-SHIFT-DATE          PIC X(08).
           05 U-VOLSHIFT-START-TIME          PIC X(04).
           05 U-VOLSHIFT-END-TIME            PIC X(04).
           05 U-VOLSHIFT-VOLUNTEER-ID        PIC 9(10).
           05 U-VOLSHIFT-CANCELLED-DATE      PIC X(08).

       01 U-VOLHOURS-RCD.
           05 U-VOLHOURS-ID                  PIC 9(10).
           05 U-VOLHOURS-VOLUNTEER-ID        PIC 9(10).
           05 U-VOLHOURS-SHIFT-ID            PIC 9(10).
           05 U-VOLHOURS-BRANCH-ID           PIC 9(10).
           05 U-VOLHOURS-ACTIVITY            PIC X(01).
           05 U-VOLHOURS-WORK-DATE           PIC X(08).
           05 U-VOLHOURS-MINUTES             PIC 9(05).
           05 U-VOLHOURS-LOGGED-DATE         PIC X(08).

       01 U-LOSTITEM-RCD.
           05 U-LOSTITEM-ID                  PIC 9(10).
           05 U-LOSTITEM-BRANCH-ID           PIC 9(10).
           05 U-LOSTITEM-DESCRIPTION         PIC X(50).
           05 U-LOSTITEM-CATEGORY            PIC X(01).
           05 U-LOSTITEM-VALUABLE-FLAG       PIC X(01).
           05 U-LOSTITEM-FOUND-DATE          PIC X(08).
           05 U-LOSTITEM-FOUND-WHERE         PIC X(30).
           05 U-LOSTITEM-FINDER-NAME         PIC X(30).
           05 U-LOSTITEM-RECORDED-BY         PIC X(10).
           05 U-LOSTITEM-STATUS              PIC X(01).
           05 U-LOSTITEM-CLAIM-PEOPLE-ID     PIC 9(10).
           05 U-LOSTITEM-CLAIMANT-NAME       PIC X(30).
           05 U-LOSTITEM-CLAIMANT-CONTACT    PIC X(40).
           05 U-LOSTITEM-CLOSED-DATE         PIC X(08).

       01 U-GLMAP-RCD.
           05 U-GLMAP-ID                     PIC 9(10).
           05 U-GLMAP-LEDGER-KIND            PIC X(01).
           05 U-GLMAP-CHARGE-CODE            PIC X(04).
           05 U-GLMAP-FUND-CODE              PIC X(04).
           05 U-GLMAP-BRANCH-ID              PIC 9(10).
           05 U-GLMAP-DEBIT-ACCOUNT          PIC X(10).
           05 U-GLMAP-CREDIT-ACCOUNT         PIC X(10).
           05 U-GLMAP-COST-CENTRE            PIC X(06).
           05 U-GLMAP-DELETED-DATE           PIC X(08).

       01 U-RPTRECIP-RCD.
           05 U-RPTRECIP-ID                  PIC 9(10).
           05 U-RPTRECIP-REPORT-NAME         PIC X(30).
           05 U-RPTRECIP-RECIPIENT-NAME      PIC X(30).
           05 U-RPTRECIP-ADDRESS             PIC X(40).
           05 U-RPTRECIP-CHANNEL             PIC X(01).
           05 U-RPTRECIP-SCHEDULE            PIC X(01).
           05 U-RPTRECIP-PATRON-DATA-OK      PIC X(01).
           05 U-RPTRECIP-ACTIVE              PIC X(01).

       01 U-RPTDELIV-RCD.
           05 U-RPTDELIV-ID                  PIC 9(10).
           05 U-RPTDELIV-CATALOG-ID          PIC 9(10).
           05 U-RPTDELIV-RECIPIENT-ID        PIC 9(10).
           05 U-RPTDELIV-REPORT-NAME         PIC X(30).
           05 U-RPTDELIV-BUSINESS-DATE       PIC X(08).
           05 U-RPTDELIV-QUEUED-DATE         PIC X(08).
           05 U-RPTDELIV-CHANNEL             PIC X(01).
           05 U-RPTDELIV-OUTCOME             PIC X(01).

       01 U-CONFRPT-RCD.
           05 U-CONFRPT-REPORT-NAME          PIC X(30).

       01 U-QUALHIST-RCD.
           05 U-QUALHIST-ID                  PIC 9(10).
           05 U-QUALHIST-BUSINESS-DATE       PIC X(08).
           05 U-QUALHIST-TOTAL-BOOKS         PIC 9(07).
           05 U-QUALHIST-INCOMPLETE-BOOKS    PIC 9(07).
           05 U-QUALHIST-NO-LANGUAGE         PIC 9(07).
           05 U-QUALHIST-NO-AUDIENCE         PIC 9(07).
           05 U-QUALHIST-NO-SUBJECTS         PIC 9(07).
           05 U-QUALHIST-NO-SHELF            PIC 9(07).
           05 U-QUALHIST-NO-VOLUME           PIC 9(07).
           05 U-QUALHIST-NO-COPIES           PIC 9(07).

       01 U-TBLLIMIT-RCD.
           05 U-TBLLIMIT-TABLE-NAME          PIC X(40).
           05 U-TBLLIMIT-ROW-LIMIT           PIC 9(10).
           05 U-TBLLIMIT-KEEP-PARAM          PIC X(20).

       01 U-TBLGROW-RCD.
           05 U-TBLGROW-ID                   PIC 9(10).
           05 U-TBLGROW-SNAPSHOT-DATE        PIC X(08).
           05 U-TBLGROW-TABLE-NAME           PIC X(40).
           05 U-TBLGROW-LIVE-ROWS            PIC 9(10).
           05 U-TBLGROW-ARCHIVED-ROWS        PIC 9(10).
           05 U-TBLGROW-EXACT-FLAG           PIC X(01).

       01 U-ARCRUN-RCD.
           05 U-ARCRUN-ID                    PIC 9(10).
           05 U-ARCRUN-RUN-DATE              PIC X(08).
           05 U-ARCRUN-LOAN-CUTOFF           PIC X(08).
           05 U-ARCRUN-AUDIT-CUTOFF          PIC X(08).
           05 U-ARCRUN-LOANS                 PIC 9(07).
           05 U-ARCRUN-FINES                 PIC 9(07).
           05 U-ARCRUN-PAYMENTS              PIC 9(07).
           05 U-ARCRUN-AUDIT-ROWS            PIC 9(07).

       01 U-AUDCHAIN-RCD.
           05 U-AUDCHAIN-ID                  PIC 9(10).
           05 U-AUDCHAIN-LAST-SEQ            PIC 9(10).
           05 U-AUDCHAIN-LAST-HASH           PIC X(32).

       01 U-AUDCHKPT-RCD.
           05 U-AUDCHKPT-ID                  PIC 9(10).
           05 U-AUDCHKPT-CHECKPOINT-DATE     PIC X(08).
           05 U-AUDCHKPT-CUTOFF-DATE         PIC X(08).
           05 U-AUDCHKPT-LAST-SEQ            PIC 9(10).
           05 U-AUDCHKPT-LAST-HASH           PIC X(32).
           05 U-AUDCHKPT-ROWS-ARCHIVED       PIC 9(07).
           05 U-AUDCHKPT-SIGNATURE           PIC X(32).

       01 U-BATSTEP-RCD.
           05 U-BATSTEP-ID                   PIC 9(10).
           05 U-BATSTEP-BUSINESS-DATE        PIC X(08).
           05 U-BATSTEP-CONTROL-FILE         PIC X(40).
           05 U-BATSTEP-COMMAND              PIC X(10).
           05 U-BATSTEP-OPERAND              PIC X(20).
           05 U-BATSTEP-STARTED-AT           PIC X(14).
           05 U-BATSTEP-ENDED-AT             PIC X(14).
           05 U-BATSTEP-STATUS               PIC X(07).
           05 U-DONATIONS-BOOK-ID          PIC 9(10).
           05 U-DONATIONS-ACKNOWLEDGED        PIC X(08).

      *    parameters on a fresh database -- those stock rows are
      *    cleared here so the backed-up rows (including the real
      *    operator passwords and tuned parameters) come back
      *    under their own ids and the trailer counts verify.
      *    the same goes for the anonymous history patron, the
      *    audit chain head, the confidential report list, the
      *    ledger mappings and the table row limits
       PROCEDURE DIVISION.

           PERFORM 0050-CLEAR-SEEDED-ROWS-BEGIN
           PERFORM 6400-RELOAD-BOOKSUBJ-BEGIN
              THRU 6400-RELOAD-BOOKSUBJ-END.

           PERFORM 6500-RELOAD-WORKS-BEGIN
              THRU 6500-RELOAD-WORKS-END.

           PERFORM 6550-RELOAD-HOUSEHOLD-BEGIN
              THRU 6550-RELOAD-HOUSEHOLD-END.

           PERFORM 6600-RELOAD-SUSPEND-BEGIN
              THRU 6600-RELOAD-SUSPEND-END.

           PERFORM 6650-RELOAD-PROXYAUTH-BEGIN
              THRU 6650-RELOAD-PROXYAUTH-END.

           PERFORM 6700-RELOAD-NETBLOCK-BEGIN
              THRU 6700-RELOAD-NETBLOCK-END.

           PERFORM 6750-RELOAD-TRANSIT-BEGIN
              THRU 6750-RELOAD-TRANSIT-END.

           PERFORM 6800-RELOAD-FLTRULE-BEGIN
              THRU 6800-RELOAD-FLTRULE-END.

           PERFORM 6850-RELOAD-FLTMOVE-BEGIN
              THRU 6850-RELOAD-FLTMOVE-END.

           PERFORM 6900-RELOAD-INLIBUSE-BEGIN
              THRU 6900-RELOAD-INLIBUSE-END.

           PERFORM 6950-RELOAD-ELOANS-BEGIN
              THRU 6950-RELOAD-ELOANS-END.

           PERFORM 7000-RELOAD-RLIST-BEGIN
              THRU 7000-RELOAD-RLIST-END.

           PERFORM 7050-RELOAD-RLISTITEM-BEGIN
              THRU 7050-RELOAD-RLISTITEM-END.

           PERFORM 7100-RELOAD-REVIEWS-BEGIN
              THRU 7100-RELOAD-REVIEWS-END.

           PERFORM 7150-RELOAD-DLVROUND-BEGIN
              THRU 7150-RELOAD-DLVROUND-END.

           PERFORM 7200-RELOAD-DLVPREF-BEGIN
              THRU 7200-RELOAD-DLVPREF-END.

           PERFORM 7250-RELOAD-DLVSEL-BEGIN
              THRU 7250-RELOAD-DLVSEL-END.

           PERFORM 7300-RELOAD-STANDORD-BEGIN
              THRU 7300-RELOAD-STANDORD-END.

           PERFORM 7350-RELOAD-EQUIPINSP-BEGIN
              THRU 7350-RELOAD-EQUIPINSP-END.

           PERFORM 7400-RELOAD-EVSERIES-BEGIN
              THRU 7400-RELOAD-EVSERIES-END.

           PERFORM 7450-RELOAD-HIRERS-BEGIN
              THRU 7450-RELOAD-HIRERS-END.

           PERFORM 7500-RELOAD-ROOMRATE-BEGIN
              THRU 7500-RELOAD-ROOMRATE-END.

           PERFORM 7550-RELOAD-ROOMHIRE-BEGIN
              THRU 7550-RELOAD-ROOMHIRE-END.

           PERFORM 7600-RELOAD-HIREINV-BEGIN
              THRU 7600-RELOAD-HIREINV-END.

           PERFORM 7650-RELOAD-PCS-BEGIN
              THRU 7650-RELOAD-PCS-END.

           PERFORM 7700-RELOAD-PCBOOK-BEGIN
              THRU 7700-RELOAD-PCBOOK-END.

           PERFORM 7750-RELOAD-PRTLOAD-BEGIN
              THRU 7750-RELOAD-PRTLOAD-END.

           PERFORM 7800-RELOAD-SIPTERM-BEGIN
              THRU 7800-RELOAD-SIPTERM-END.

           PERFORM 7850-RELOAD-FOOTFALL-BEGIN
              THRU 7850-RELOAD-FOOTFALL-END.

           PERFORM 7900-RELOAD-VOLUNTEER-BEGIN
              THRU 7900-RELOAD-VOLUNTEER-END.

           PERFORM 7950-RELOAD-VOLSHIFT-BEGIN
              THRU 7950-RELOAD-VOLSHIFT-END.

           PERFORM 8000-RELOAD-VOLHOURS-BEGIN
              THRU 8000-RELOAD-VOLHOURS-END.

           PERFORM 8050-RELOAD-LOSTITEM-BEGIN
              THRU 8050-RELOAD-LOSTITEM-END.

           PERFORM 8100-RELOAD-GLMAP-BEGIN
              THRU 8100-RELOAD-GLMAP-END.

           PERFORM 8150-RELOAD-RPTRECIP-BEGIN
              THRU 8150-RELOAD-RPTRECIP-END.

           PERFORM 8200-RELOAD-RPTDELIV-BEGIN
              THRU 8200-RELOAD-RPTDELIV-END.

           PERFORM 8250-RELOAD-CONFRPT-BEGIN
              THRU 8250-RELOAD-CONFRPT-END.

           PERFORM 8300-RELOAD-QUALHIST-BEGIN
              THRU 8300-RELOAD-QUALHIST-END.

           PERFORM 8350-RELOAD-TBLLIMIT-BEGIN
              THRU 8350-RELOAD-TBLLIMIT-END.

           PERFORM 8400-RELOAD-TBLGROW-BEGIN
              THRU 8400-RELOAD-TBLGROW-END.

           PERFORM 8450-RELOAD-ARCRUN-BEGIN
              THRU 8450-RELOAD-ARCRUN-END.

           PERFORM 8500-RELOAD-AUDCHAIN-BEGIN
              THRU 8500-RELOAD-AUDCHAIN-END.

           PERFORM 8550-RELOAD-AUDCHKPT-BEGIN
              THRU 8550-RELOAD-AUDCHKPT-END.

           PERFORM 8600-RELOAD-BATSTEP-BEGIN
              THRU 8600-RELOAD-BATSTEP-END.

      *    search_words is not carried : it is derivable and the
      *    INDEX rebuild batch recreates it after a reload

               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       EXEC SQL
           DELETE FROM people
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Seed clear error on people SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       EXEC SQL
           DELETE FROM audit_chain
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Seed clear error on audit_chain SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       EXEC SQL
           DELETE FROM confidential_reports
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Seed clear error on confidential_reports "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       EXEC SQL
           DELETE FROM gl_mappings
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Seed clear error on gl_mappings SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       EXEC SQL
           DELETE FROM table_limits
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Seed clear error on table_limits SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       EXEC SQL COMMIT END-EXEC.
       0050-CLEAR-SEEDED-ROWS-END.

           MOVE U-CATEGORIES-MAX-LOANS TO WS-HN2.
           MOVE U-CATEGORIES-DAILY-RATE TO WS-HD2.
           MOVE U-CATEGORIES-MAX-RENEWALS TO WS-HN3.
           MOVE U-CATEGORIES-PC-DAILY-MINUTES TO WS-HN4.

       EXEC SQL
           INSERT INTO categories
                name,
                max_loans,
                daily_rate,
                max_renewals,
                pc_daily_minutes
               )
           VALUES (
               :WS-HN1,
               :WS-HC2,
               :WS-HN2,
               :WS-HD2,
               :WS-HN3,
               :WS-HN4
           )
       END-EXEC.

           MOVE U-PEOPLE-BIRTH-DATE TO WS-HC15.
           MOVE U-PEOPLE-HOME-PARTNER-ID TO WS-HN3.
           MOVE U-PEOPLE-HOME-CARD-NUMBER TO WS-HC16.
           MOVE U-PEOPLE-HOUSEHOLD-ID TO WS-HN4.
           MOVE U-PEOPLE-CLAIMS-COUNT TO WS-HN5.
           MOVE U-PEOPLE-DELIVERY-FLAG TO WS-HC17.
           MOVE U-PEOPLE-DELIVERY-ROUND-ID TO WS-HN6.
           MOVE U-PEOPLE-DELIVERY-LANGUAGE TO WS-HC18.
           MOVE U-PEOPLE-DELIVERY-ADDRESS TO WS-HC19.
           MOVE U-PEOPLE-HISTORY-PREF TO WS-HC20.
           MOVE U-PEOPLE-SCHOOL-CLASS TO WS-HC21.
           MOVE U-PEOPLE-LEFT-SCHOOL-NAME TO WS-HC22.
           MOVE U-PEOPLE-LEFT-SCHOOL-DATE TO WS-HC23.
           MOVE U-PEOPLE-MARKETING-CONSENT TO WS-HC24.
           MOVE U-PEOPLE-CONSENT-DATE TO WS-HC25.
           MOVE U-PEOPLE-CONSENT-SOURCE TO WS-HC26.
           MOVE U-PEOPLE-UNSUBSCRIBE-REF TO WS-HC27.
           MOVE U-PEOPLE-CARD-PRINT-STATUS TO WS-HC28.
           MOVE U-PEOPLE-CARD-PRINTED-DATE TO WS-HC29.
           MOVE U-PEOPLE-HOME-BRANCH-ID TO WS-HN7.

       EXEC SQL
           INSERT INTO people
                credit_balance,
                birth_date,
                home_partner_id,
                home_card_number,
                household_id,
                claims_count,
                delivery_flag,
                delivery_round_id,
                delivery_language,
                delivery_address,
                history_pref,
                school_class,
                left_school_name,
                left_school_date,
                marketing_consent,
                consent_date,
                consent_source,
                unsubscribe_ref,
                card_print_status,
                card_printed_date,
                home_branch_id
               )
           VALUES (
               :WS-HN1,
               :WS-HD1,
               :WS-HC15,
               :WS-HN3,
               :WS-HC16,
               :WS-HN4,
               :WS-HN5,
               :WS-HC17,
               :WS-HN6,
               :WS-HC18,
               :WS-HC19,
               :WS-HC20,
               :WS-HC21,
               :WS-HC22,
               :WS-HC23,
               :WS-HC24,
               :WS-HC25,
               :WS-HC26,
               :WS-HC27,
               :WS-HC28,
               :WS-HC29,
               :WS-HN7
           )
       END-EXEC.

           MOVE U-BOOKS-VERSION TO WS-HN8.
           MOVE U-BOOKS-UPDATED-AT TO WS-HC9.
           MOVE U-BOOKS-AUDIENCE TO WS-HC10.
           MOVE U-BOOKS-CLASS-NUMBER TO WS-HC11.
           MOVE U-BOOKS-CUTTER TO WS-HC12.
           MOVE U-BOOKS-WORK-ID TO WS-HN9.

       EXEC SQL
           INSERT INTO books
                withdrawn_date,
                version,
                updated_at,
                audience,
                class_number,
                cutter,
                work_id
               )
           VALUES (
               :WS-HN1,
               :WS-HC8,
               :WS-HN8,
               :WS-HC9,
               :WS-HC10,
               :WS-HC11,
               :WS-HC12,
               :WS-HN9
           )
       END-EXEC.

           MOVE U-BRANCHES-CODE TO WS-HC1.
           MOVE U-BRANCHES-NAME TO WS-HC2.
           MOVE U-BRANCHES-DELETED-DATE TO WS-HC3.
           MOVE U-BRANCHES-FLOAT-GROUP TO WS-HC4.
           MOVE U-BRANCHES-COURIER-ROUTE TO WS-HC5.

       EXEC SQL
           INSERT INTO branches
                id,
                code,
                name,
                deleted_date,
                float_group,
                courier_route
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5
           )
       END-EXEC.

           MOVE U-COPIES-SUGGEST-BRANCH TO WS-HN5.
           MOVE U-COPIES-REPL-SUGGESTED TO WS-HC7.
           MOVE U-COPIES-COST TO WS-HD1.
           MOVE U-COPIES-LOAN-POLICY TO WS-HC8.
           MOVE U-COPIES-PIECE-COUNT TO WS-HN6.
           MOVE U-COPIES-CONTENTS TO WS-HT1.

       EXEC SQL
           INSERT INTO copies
                transfer_to_branch,
                suggest_branch,
                repl_suggested,
                cost,
                loan_policy,
                piece_count,
                contents
               )
           VALUES (
               :WS-HN1,
               :WS-HN4,
               :WS-HN5,
               :WS-HC7,
               :WS-HD1,
               :WS-HC8,
               :WS-HN6,
               :WS-HT1
           )
       END-EXEC.

           MOVE U-BORROWINGS-COPY-ID TO WS-HN5.
           MOVE U-BORROWINGS-RECALL-FLAG TO WS-HC4.
           MOVE U-BORROWINGS-RECALL-DATE TO WS-HC5.
           MOVE U-BORROWINGS-PROXY-ID TO WS-HN6.
           MOVE U-BORROWINGS-CLAIM-STATUS TO WS-HC6.
           MOVE U-BORROWINGS-CLAIM-DATE TO WS-HC7.
           MOVE U-BORROWINGS-DELIVERY-FLAG TO WS-HC8.
           MOVE U-BORROWINGS-LOAN-POLICY TO WS-HC9.
           MOVE U-BORROWINGS-DUE-TIME TO WS-HC10.
           MOVE U-BORROWINGS-RETURNED-TIME TO WS-HC11.
           MOVE U-BORROWINGS-MISSING-PIECES TO WS-HN7.
           MOVE U-BORROWINGS-INCOMPLETE-DATE TO WS-HC12.

       EXEC SQL
           INSERT INTO borrowings
                renewal_count,
                copy_id,
                recall_flag,
                recall_date,
                proxy_id,
                claim_status,
                claim_date,
                delivery_flag,
                loan_policy,
                due_time,
                returned_time,
                missing_pieces,
                incomplete_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN4,
               :WS-HN5,
               :WS-HC4,
               :WS-HC5,
               :WS-HN6,
               :WS-HC6,
               :WS-HC7,
               :WS-HC8,
               :WS-HC9,
               :WS-HC10,
               :WS-HC11,
               :WS-HN7,
               :WS-HC12
           )
       END-EXEC.

           MOVE U-HOLDS-CLOSED-DATE TO WS-HC3.
           MOVE U-HOLDS-PICKUP-BRANCH TO WS-HN4.
           MOVE U-HOLDS-ORDER-ID TO WS-HN5.
           MOVE U-HOLDS-SUSPEND-FROM TO WS-HC4.
           MOVE U-HOLDS-SUSPEND-UNTIL TO WS-HC5.
           MOVE U-HOLDS-ANY-EDITION TO WS-HC6.

       EXEC SQL
           INSERT INTO holds
                fulfilled_date,
                closed_date,
                pickup_branch,
                order_id,
                suspend_from,
                suspend_until,
                any_edition
               )
           VALUES (
               :WS-HN1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN4,
               :WS-HN5,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6
           )
       END-EXEC.

           MOVE U-FINES-FINE-TYPE TO WS-HC3.
           MOVE U-FINES-CHARGE-CODE TO WS-HC4.
           MOVE U-FINES-EQUIPMENT-LOAN-ID TO WS-HN4.
           MOVE U-FINES-VAT-CODE TO WS-HC5.
           MOVE U-FINES-VAT-RATE TO WS-HD3.
           MOVE U-FINES-VAT-AMOUNT TO WS-HD4.

       EXEC SQL
           INSERT INTO fines
                people_id,
                fine_type,
                charge_code,
                equipment_loan_id,
                vat_code,
                vat_rate,
                vat_amount
               )
           VALUES (
               :WS-HN1,
               :WS-HN3,
               :WS-HC3,
               :WS-HC4,
               :WS-HN4,
               :WS-HC5,
               :WS-HD3,
               :WS-HD4
           )
       END-EXEC.

           MOVE U-FINE-PAYMENTS-REASON-CODE TO WS-HC3.
           MOVE U-FINE-PAYMENTS-SESSION-ID TO WS-HN3.
           MOVE U-FINE-PAYMENTS-REFUND-OF TO WS-HN4.
           MOVE U-FINE-PAYMENTS-PAYER-ID TO WS-HN5.
           MOVE U-FINE-PAYMENTS-TENDER TO WS-HC4.
           MOVE U-FINE-PAYMENTS-EXT-REF TO WS-HC5.

       EXEC SQL
           INSERT INTO fine_payments
                kind,
                reason_code,
                till_session_id,
                refund_of,
                payer_id,
                tender,
                external_reference
               )
           VALUES (
               :WS-HN1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5,
               :WS-HC4,
               :WS-HC5
           )
       END-EXEC.

           MOVE U-AUDIT-LOG-CHANGED-DATE TO WS-HC3.
           MOVE U-AUDIT-LOG-OPERATOR-ID TO WS-HC4.
           MOVE U-AUDIT-LOG-DETAIL TO WS-HC5.
           MOVE U-AUDIT-LOG-CHAIN-SEQ TO WS-HN3.
           MOVE U-AUDIT-LOG-CHAIN-HASH TO WS-HC6.

       EXEC SQL
           INSERT INTO audit_log
                action,
                changed_date,
                operator_id,
                detail,
                chain_seq,
                chain_hash
               )
           VALUES (
               :WS-HN1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HN3,
               :WS-HC6
           )
       END-EXEC.

           MOVE U-ORDERS-TRANSMITTED-DATE TO WS-HC5.
           MOVE U-ORDERS-ACK-STATUS TO WS-HC6.
           MOVE U-ORDERS-EXPECTED-DATE TO WS-HC7.
           MOVE U-ORDERS-STANDING-ORDER-ID TO WS-HN5.

       EXEC SQL
           INSERT INTO orders
                unit_price,
                transmitted_date,
                ack_status,
                expected_date,
                standing_order_id
               )
           VALUES (
               :WS-HN1,
               :WS-HD1,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7,
               :WS-HN5
           )
       END-EXEC.

           MOVE U-STATS-HISTORY-UNPAID-FINES TO WS-HD3.
           MOVE U-STATS-HISTORY-EVENT-ATTEND TO WS-HN9.
           MOVE U-STATS-HISTORY-ILL-LENT TO WS-HN10.
           MOVE U-STATS-HISTORY-VISITS TO WS-HN7.
           MOVE U-STATS-HISTORY-E-LOANS TO WS-HN8.

       EXEC SQL
           INSERT INTO stats_history
                open_holds,
                unpaid_fines,
                event_attendance,
                ill_lent,
                visits,
                e_loans
               )
           VALUES (
               :WS-HN1,
               :WS-HN6,
               :WS-HD3,
               :WS-HN9,
               :WS-HN10,
               :WS-HN7,
               :WS-HN8
           )
       END-EXEC.

           MOVE U-DESK-EVENTS-EVENT-DATE TO WS-HC2.
           MOVE U-DESK-EVENTS-EVENT-TIME TO WS-HC3.
           MOVE U-DESK-EVENTS-BORROWING-ID TO WS-HN2.
           MOVE U-DESK-EVENTS-PROXY-ID TO WS-HN3.
           MOVE U-DESK-EVENTS-STATION-ID TO WS-HC4.

       EXEC SQL
           INSERT INTO desk_events
                event_type,
                event_date,
                event_time,
                borrowing_id,
                proxy_id,
                station_id
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2,
               :WS-HN3,
               :WS-HC4
           )
       END-EXEC.

           MOVE U-ILL-PARTNERS-NAME TO WS-HC1.
           MOVE U-ILL-PARTNERS-CONTACT TO WS-HC2.
           MOVE U-ILL-PARTNERS-DELETED-DATE TO WS-HC3.
           MOVE U-ILL-PARTNERS-LENDING-FEE TO WS-HD1.
           MOVE U-ILL-PARTNERS-LATE-FEE TO WS-HD3.
           MOVE U-ILL-PARTNERS-LOST-FEE TO WS-HD4.

       EXEC SQL
           INSERT INTO ill_partners
                id,
                name,
                contact,
                deleted_date,
                lending_fee,
                late_fee,
                lost_fee
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HD1,
               :WS-HD3,
               :WS-HD4
           )
       END-EXEC.

           MOVE U-ILL-REQUESTS-RECEIVED-DATE TO WS-HC4.
           MOVE U-ILL-REQUESTS-DUE-DATE TO WS-HC5.
           MOVE U-ILL-REQUESTS-RETURNED-DATE TO WS-HC6.
           MOVE U-ILL-REQUESTS-LOST-DATE TO WS-HC7.
           MOVE U-ILL-REQUESTS-LEND-BILLED TO WS-HC8.
           MOVE U-ILL-REQUESTS-LATE-BILLED TO WS-HC9.
           MOVE U-ILL-REQUESTS-LOST-BILLED TO WS-HC10.

       EXEC SQL
           INSERT INTO ill_requests
                requested_date,
                received_date,
                due_date,
                returned_date,
                lost_date,
                lend_billed,
                late_billed,
                lost_billed
               )
           VALUES (
               :WS-HN1,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7,
               :WS-HC8,
               :WS-HC9,
               :WS-HC10
           )
       END-EXEC.

           MOVE U-SERIAL-SUBSCRIPTIONS-DELETED-DATE TO WS-HC3.
           MOVE U-SERIAL-SUBSCRIPTIONS-CLAIMS TO WS-HN5.
           MOVE U-SERIAL-SUBSCRIPTIONS-CANCELRV TO WS-HC4.
           MOVE U-SERIAL-SUBSCRIPTIONS-ANNCOST TO WS-HD1.
           MOVE U-SERIAL-SUBSCRIPTIONS-RENEWDT TO WS-HC5.
           MOVE U-SERIAL-SUBSCRIPTIONS-FUND-ID TO WS-HN6.
           MOVE U-SERIAL-SUBSCRIPTIONS-REVWFOR TO WS-HC6.
           MOVE U-SERIAL-SUBSCRIPTIONS-RENDEC TO WS-HC7.
           MOVE U-SERIAL-SUBSCRIPTIONS-INSTFOR TO WS-HC8.

       EXEC SQL
           INSERT INTO serial_subscriptions
                next_expected,
                deleted_date,
                claim_count,
                cancel_review_flag,
                annual_cost,
                renewal_date,
                fund_id,
                reviewed_for,
                renewal_decision,
                instructed_for
               )
           VALUES (
               :WS-HN1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN5,
               :WS-HC4,
               :WS-HD1,
               :WS-HC5,
               :WS-HN6,
               :WS-HC6,
               :WS-HC7,
               :WS-HC8
           )
       END-EXEC.

           MOVE U-SERIAL-ISSUES-LENT-PEOPLE-ID TO WS-HN3.
           MOVE U-SERIAL-ISSUES-DUE-DATE TO WS-HC4.
           MOVE U-SERIAL-ISSUES-CLAIM-COUNT TO WS-HN4.
           MOVE U-SERIAL-ISSUES-LEND-COUNT TO WS-HN5.
           MOVE U-SERIAL-ISSUES-BOUND-COPY-ID TO WS-HN6.
           MOVE U-SERIAL-ISSUES-BOUND-DATE TO WS-HC5.

       EXEC SQL
           INSERT INTO serial_issues
                received_date,
                lent_people_id,
                due_date,
                claim_count,
                lend_count,
                bound_copy_id,
                bound_date
               )
           VALUES (
               :WS-HN1,
               :WS-HC3,
               :WS-HN3,
               :WS-HC4,
               :WS-HN4,
               :WS-HN5,
               :WS-HN6,
               :WS-HC5
           )
       END-EXEC.

           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'works', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM works))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'households', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM households))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'patron_suspensions', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM patron_suspensions))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'proxy_authorisations', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM proxy_authorisations))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'network_blocks', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM network_blocks))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'transit_items', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM transit_items))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'float_rules', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM float_rules))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'float_moves', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM float_moves))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'in_library_uses', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM in_library_uses))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'electronic_loans', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM electronic_loans))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'reading_lists', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM reading_lists))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'reading_list_items', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM reading_list_items))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'reviews', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM reviews))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'delivery_rounds', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM delivery_rounds))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'delivery_prefs', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM delivery_prefs))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'delivery_selections', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM delivery_selections))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'standing_orders', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM standing_orders))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'equipment_inspections', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM equipment_inspections))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'event_series', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM event_series))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'hirers', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM hirers))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'room_rates', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM room_rates))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'room_hires', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM room_hires))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'hire_invoices', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM hire_invoices))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'pcs', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM pcs))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'pc_bookings', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM pc_bookings))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'footfall', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM footfall))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'volunteers', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM volunteers))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'volunteer_shifts', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM volunteer_shifts))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'volunteer_hours', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM volunteer_hours))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'lost_items', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM lost_items))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'gl_mappings', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM gl_mappings))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'report_recipients', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM report_recipients))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'report_deliveries', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM report_deliveries))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'quality_history', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM quality_history))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'table_growth', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM table_growth))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'archive_runs', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM archive_runs))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'audit_checkpoints', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM audit_checkpoints))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL
           SELECT setval(pg_get_serial_sequence(
               'batch_steps', 'id'),
               (SELECT COALESCE(MAX(id), 1) FROM batch_steps))
           INTO :WS-HN1
       END-EXEC.

       EXEC SQL COMMIT END-EXEC.
       9000-RESET-SEQUENCES-END.

       4000-RELOAD-TILL-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "till_sessions" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for till_sessions "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 4000-INSERT-ONE-BEGIN
                              THRU 4000-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on till_sessions "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "till_sessions : " WS-INSERT-COUNT " row(s)."
           END-IF.
       4000-RELOAD-TILL-END.

       4000-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-TILL-RCD.
           MOVE U-TILL-ID TO WS-HN1.
           MOVE U-TILL-OPERATOR-ID TO WS-HC1.
           MOVE U-TILL-OPENED-DATE TO WS-HC2.
           MOVE U-TILL-OPENED-AT TO WS-HC3.
           MOVE U-TILL-FLOAT-AMOUNT TO WS-HD1.
           MOVE U-TILL-COUNTED-AMOUNT TO WS-HD3.
           MOVE U-TILL-CLOSED-AT TO WS-HC4.
           MOVE U-TILL-STATUS TO WS-HC5.
           MOVE U-TILL-BRANCH-ID TO WS-HN2.

       EXEC SQL
           INSERT INTO till_sessions
               (
                id,
                operator_id,
                float_amount,
                counted_amount,
                closed_at,
                status,
                branch_id
               )
           VALUES (
               :WS-HN1,
               :WS-HD1,
               :WS-HD3,
               :WS-HC4,
               :WS-HC5,
               :WS-HN2
           )
       END-EXEC.

           MOVE U-FUNDS-ENCUMBERED TO WS-HD5.
           MOVE U-FUNDS-EXPENDED TO WS-HD6.
           MOVE U-FUNDS-DELETED-DATE TO WS-HC4.
           MOVE U-FUNDS-CARRY-POLICY TO WS-HC5.
           MOVE U-FUNDS-FROZEN-DATE TO WS-HC6.
           MOVE U-FUNDS-ROLLED-FROM-ID TO WS-HN2.
           MOVE U-FUNDS-BUDGET-ALLOCATION TO WS-HD3.
           MOVE U-FUNDS-CARRIED-IN TO WS-HD1.
           MOVE U-FUNDS-CARRIED-OUT TO WS-HD2.
           MOVE U-FUNDS-LAPSED TO WS-HD7.

       EXEC SQL
           INSERT INTO funds
                allocation,
                encumbered,
                expended,
                deleted_date,
                carry_policy,
                frozen_date,
                rolled_from_id,
                budget_allocation,
                carried_in,
                carried_out,
                lapsed
               )
           VALUES (
               :WS-HN1,
               :WS-HD4,
               :WS-HD5,
               :WS-HD6,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HN2,
               :WS-HD3,
               :WS-HD1,
               :WS-HD2,
               :WS-HD7
           )
       END-EXEC.

           MOVE U-INVOICES-INVOICE-NUMBER TO WS-HC1.
           MOVE U-INVOICES-INVOICE-DATE TO WS-HC2.
           MOVE U-INVOICES-STATUS TO WS-HC3.
           MOVE U-INVOICES-SUBMITTED-DATE TO WS-HC4.
           MOVE U-INVOICES-AP-RUN-ID TO WS-HN3.
           MOVE U-INVOICES-PAID-DATE TO WS-HC5.
           MOVE U-INVOICES-PAYMENT-REFERENCE TO WS-HC6.

       EXEC SQL
           INSERT INTO invoices
                supplier_id,
                invoice_number,
                invoice_date,
                status,
                submitted_date,
                ap_run_id,
                paid_date,
                payment_reference
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HN3,
               :WS-HC5,
               :WS-HC6
           )
       END-EXEC.

           MOVE U-INVLINES-QUANTITY TO WS-HN4.
           MOVE U-INVLINES-UNIT-PRICE TO WS-HD1.
           MOVE U-INVLINES-MATCH-STATUS TO WS-HC1.
           MOVE U-INVLINES-VAT-CODE TO WS-HC2.
           MOVE U-INVLINES-VAT-RATE TO WS-HD3.
           MOVE U-INVLINES-VAT-AMOUNT TO WS-HD4.

       EXEC SQL
           INSERT INTO invoice_lines
                order_id,
                quantity,
                unit_price,
                match_status,
                vat_code,
                vat_rate,
                vat_amount
               )
           VALUES (
               :WS-HN1,
               :WS-HN3,
               :WS-HN4,
               :WS-HD1,
               :WS-HC1,
               :WS-HC2,
               :WS-HD3,
               :WS-HD4
           )
       END-EXEC.

           MOVE U-EVENTS-ROOM TO WS-HC3.
           MOVE U-EVENTS-CAPACITY TO WS-HN2.
           MOVE U-EVENTS-DELETED-DATE TO WS-HC4.
           MOVE U-EVENTS-POPULAR-FLAG TO WS-HC5.
           MOVE U-EVENTS-SERIES-ID TO WS-HN3.

       EXEC SQL
           INSERT INTO events
                event_date,
                room,
                capacity,
                deleted_date,
                popular_flag,
                series_id
               )
           VALUES (
               :WS-HN1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2,
               :WS-HC4,
               :WS-HC5,
               :WS-HN3
           )
       END-EXEC.

           IF SQLCODE = 0
           MOVE U-EVENTREG-REG-DATE TO WS-HC1.
           MOVE U-EVENTREG-STATUS TO WS-HC2.
           MOVE U-EVENTREG-ATTENDED TO WS-HC3.
           MOVE U-EVENTREG-CANCELLED-DATE TO WS-HC4.
           MOVE U-EVENTREG-PROMOTED-DATE TO WS-HC5.
           MOVE U-EVENTREG-REMINDED-DATE TO WS-HC6.

       EXEC SQL
           INSERT INTO event_registrations
                people_id,
                reg_date,
                status,
                attended_flag,
                cancelled_date,
                promoted_date,
                reminded_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6
           )
       END-EXEC.

           MOVE U-NOTIFY-CREATED-DATE TO WS-HC3.
           MOVE U-NOTIFY-STATUS TO WS-HC4.
           MOVE U-NOTIFY-SENT-DATE TO WS-HC5.
           MOVE U-NOTIFY-RECIPIENT-ADDRESS TO WS-HC6.
           MOVE U-NOTIFY-ATTACHMENT-FILE TO WS-HC7.

       EXEC SQL
           INSERT INTO notifications
                notice_text,
                created_date,
                status,
                sent_date,
                recipient_address,
                attachment_file
               )
           VALUES (
               :WS-HN1,
               NULLIF(:WS-HN2, 0),
               :WS-HC1,
               :WS-HC2,
               :WS-HT1,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
           )
       END-EXEC.

           MOVE U-CHARGECD-CODE TO WS-HC1.
           MOVE U-CHARGECD-DESCRIPTION TO WS-HC2.
           MOVE U-CHARGECD-AMOUNT TO WS-HD1.
           MOVE U-CHARGECD-VAT-CODE TO WS-HC3.

       EXEC SQL
           INSERT INTO charge_codes
               (
                code,
                description,
                amount,
                vat_code
               )
           VALUES (
               :WS-HC1,
               :WS-HC2,
               :WS-HD1,
               :WS-HC3
           )
       END-EXEC.

           MOVE U-SPOOLCAT-FILE-NAME TO WS-HC4.
           MOVE U-SPOOLCAT-KEEP-FLAG TO WS-HC5.
           MOVE U-SPOOLCAT-PURGED-DATE TO WS-HC6.
           MOVE U-SPOOLCAT-DISTRIBUTED-DATE TO WS-HC7.

       EXEC SQL
           INSERT INTO spool_catalog
                line_count,
                file_name,
                keep_flag,
                purged_date,
                distributed_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
           )
       END-EXEC.

           MOVE U-EQUIP-LOAN-DAYS TO WS-HN2.
           MOVE U-EQUIP-STATUS TO WS-HC3.
           MOVE U-EQUIP-DELETED-DATE TO WS-HC4.
           MOVE U-EQUIP-INSPECT-DAYS TO WS-HN3.
           MOVE U-EQUIP-LAST-INSPECT-DATE TO WS-HC5.
           MOVE U-EQUIP-NEXT-INSPECT-DATE TO WS-HC6.
           MOVE U-EQUIP-INSPECT-RESULT TO WS-HC7.

       EXEC SQL
           INSERT INTO equipment
                replacement_value,
                loan_days,
                status,
                deleted_date,
                inspect_days,
                last_inspect_date,
                next_inspect_date,
                inspect_result
               )
           VALUES (
               :WS-HN1,
               :WS-HD1,
               :WS-HN2,
               :WS-HC3,
               :WS-HC4,
               :WS-HN3,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
           )
       END-EXEC.

       5700-RELOAD-CAMPAIGN-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "campaigns" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for campaigns "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 5700-INSERT-ONE-BEGIN
                              THRU 5700-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on campaigns "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "campaigns : " WS-INSERT-COUNT " row(s)."
           END-IF.
       5700-RELOAD-CAMPAIGN-END.

       5700-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-CAMPAIGN-RCD.
           MOVE U-CAMPAIGN-CODE TO WS-HC1.
           MOVE U-CAMPAIGN-NAME TO WS-HC2.
           MOVE U-CAMPAIGN-FROM-DATE TO WS-HC3.
           MOVE U-CAMPAIGN-TO-DATE TO WS-HC4.
           MOVE U-CAMPAIGN-CATEGORY-CODE TO WS-HC5.
           MOVE U-CAMPAIGN-MAX-AMOUNT TO WS-HD1.
           MOVE U-CAMPAIGN-MIN-AGE-DAYS TO WS-HN1.
           MOVE U-CAMPAIGN-FORGIVEN TO WS-HD4.
           MOVE U-CAMPAIGN-RUN-DATE TO WS-HC6.

       EXEC SQL
           INSERT INTO campaigns
               (
                code,
                name,
                from_date,
                to_date,
                category_code,
                max_amount,
                min_age_days,
                forgiven_total,
                run_date
               )
           VALUES (
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HD1,
               :WS-HN1,
               :WS-HD4,
               :WS-HC6
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on campaigns "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       5700-INSERT-ONE-END.

       5800-RELOAD-PARTHOLD-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "partner_holdings" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for partner_holdings "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 5800-INSERT-ONE-BEGIN
                              THRU 5800-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on partner_holdings "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "partner_holdings : " WS-INSERT-COUNT " row(s)."
           END-IF.
       5800-RELOAD-PARTHOLD-END.

       5800-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-PARTHOLD-RCD.
           MOVE U-PARTHOLD-PARTNER-ID TO WS-HN1.
           MOVE U-PARTHOLD-ISBN TO WS-HC1.
           MOVE U-PARTHOLD-TITLE TO WS-HC2.

       EXEC SQL
           INSERT INTO partner_holdings
               (
                partner_id,
                isbn,
                title
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on partner_holdings "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       5800-INSERT-ONE-END.

       5900-RELOAD-ILLLOANS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "ill_loans" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for ill_loans "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 5900-INSERT-ONE-BEGIN
                              THRU 5900-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on ill_loans "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "ill_loans : " WS-INSERT-COUNT " row(s)."
           END-IF.
       5900-RELOAD-ILLLOANS-END.

       5900-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-ILLLOANS-RCD.
           MOVE U-ILLLOANS-ID TO WS-HN1.
           MOVE U-ILLLOANS-PARTNER-ID TO WS-HN2.
           MOVE U-ILLLOANS-COPY-ID TO WS-HN3.
           MOVE U-ILLLOANS-SHIP-DATE TO WS-HC1.
           MOVE U-ILLLOANS-DUE-DATE TO WS-HC2.
           MOVE U-ILLLOANS-RETURNED-DATE TO WS-HC3.
           MOVE U-ILLLOANS-STATUS TO WS-HC4.
           MOVE U-ILLLOANS-LOST-DATE TO WS-HC5.
           MOVE U-ILLLOANS-LEND-BILLED TO WS-HC6.
           MOVE U-ILLLOANS-LATE-BILLED TO WS-HC7.
           MOVE U-ILLLOANS-LOST-BILLED TO WS-HC8.

       EXEC SQL
           INSERT INTO ill_loans
               (
                id,
                partner_id,
                copy_id,
                ship_date,
                due_date,
                returned_date,
                status,
                lost_date,
                lend_billed,
                late_billed,
                lost_billed
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7,
               :WS-HC8
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on ill_loans "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       5900-INSERT-ONE-END.

       6000-RELOAD-SALEITEMS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "sale_items" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for sale_items "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6000-INSERT-ONE-BEGIN
                              THRU 6000-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on sale_items "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "sale_items : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6000-RELOAD-SALEITEMS-END.

       6000-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-SALEITEMS-RCD.
           MOVE U-SALEITEMS-ID TO WS-HN1.
           MOVE U-SALEITEMS-SOURCE TO WS-HC1.
           MOVE U-SALEITEMS-DONATION-ID TO WS-HN2.
           MOVE U-SALEITEMS-COPY-ID TO WS-HN3.
           MOVE U-SALEITEMS-TITLE TO WS-HC2.
           MOVE U-SALEITEMS-PRICE TO WS-HD1.
           MOVE U-SALEITEMS-SOLD-DATE TO WS-HC3.
           MOVE U-SALEITEMS-STATUS TO WS-HC4.
           MOVE U-SALEITEMS-VAT-CODE TO WS-HC5.
           MOVE U-SALEITEMS-VAT-RATE TO WS-HD3.
           MOVE U-SALEITEMS-VAT-AMOUNT TO WS-HD4.
           MOVE U-SALEITEMS-SALE-PAYMENT-ID TO WS-HN4.
           MOVE U-SALEITEMS-LOST-ITEM-ID TO WS-HN5.

       EXEC SQL
           INSERT INTO sale_items
               (
                id,
                source,
                donation_id,
                copy_id,
                title,
                price,
                sold_date,
                status,
                vat_code,
                vat_rate,
                vat_amount,
                sale_payment_id,
                lost_item_id
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC2,
               :WS-HD1,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HD3,
               :WS-HD4,
               :WS-HN4,
               :WS-HN5
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on sale_items "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6000-INSERT-ONE-END.

       6100-RELOAD-ACCESSION-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "accessions" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for accessions "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6100-INSERT-ONE-BEGIN
                              THRU 6100-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on accessions "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "accessions : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6100-RELOAD-ACCESSION-END.

       6100-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-ACCESSION-RCD.
           MOVE U-ACCESSION-NO TO WS-HN1.
           MOVE U-ACCESSION-COPY-ID TO WS-HN2.
           MOVE U-ACCESSION-BOOK-ID TO WS-HN3.
           MOVE U-ACCESSION-ISBN TO WS-HC1.
           MOVE U-ACCESSION-DATE TO WS-HC2.
           MOVE U-ACCESSION-SOURCE TO WS-HC3.
           MOVE U-ACCESSION-COST TO WS-HD1.
           MOVE U-ACCESSION-WITHDRAWN TO WS-HC4.

       EXEC SQL
           INSERT INTO accessions
               (
                accession_no,
                copy_id,
                book_id,
                isbn,
                accessioned_date,
                source,
                cost,
                withdrawn_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HD1,
               :WS-HC4
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on accessions "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6100-INSERT-ONE-END.

       6200-RELOAD-AUTHXREF-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "author_xrefs" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for author_xrefs "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6200-INSERT-ONE-BEGIN
                              THRU 6200-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on author_xrefs "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "author_xrefs : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6200-RELOAD-AUTHXREF-END.

       6200-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-AUTHXREF-RCD.
           MOVE U-AUTHXREF-AUTHOR-ID TO WS-HN1.
           MOVE U-AUTHXREF-REF-AUTHOR-ID TO WS-HN2.

       EXEC SQL
           INSERT INTO author_xrefs
               (
                author_id,
                ref_author_id
               )
           VALUES (
               :WS-HN1,
               :WS-HN2
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on author_xrefs "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6200-INSERT-ONE-END.

       6300-RELOAD-SUBJECTS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "subjects" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for subjects "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6300-INSERT-ONE-BEGIN
                              THRU 6300-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on subjects "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "subjects : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6300-RELOAD-SUBJECTS-END.

       6300-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-SUBJECTS-RCD.
           MOVE U-SUBJECTS-ID TO WS-HN1.
           MOVE U-SUBJECTS-NAME TO WS-HC1.
           MOVE U-SUBJECTS-DELETED-DATE TO WS-HC2.

       EXEC SQL
           INSERT INTO subjects
               (
                id,
                name,
                deleted_date
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on subjects "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6300-INSERT-ONE-END.

       6400-RELOAD-BOOKSUBJ-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "books_subjects" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for books_subjects "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6400-INSERT-ONE-BEGIN
                              THRU 6400-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on books_subjects "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "books_subjects : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6400-RELOAD-BOOKSUBJ-END.

       6400-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-BOOKSUBJ-RCD.
           MOVE U-BOOKSUBJ-BOOK-ID TO WS-HN1.
           MOVE U-BOOKSUBJ-SUBJECT-ID TO WS-HN2.

       EXEC SQL
           INSERT INTO books_subjects
               (
                book_id,
                subject_id
               )
           VALUES (
               :WS-HN1,
               :WS-HN2
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on books_subjects "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6400-INSERT-ONE-END.

       6500-RELOAD-WORKS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "works" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for works "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6500-INSERT-ONE-BEGIN
                              THRU 6500-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on works "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "works : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6500-RELOAD-WORKS-END.

       6500-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-WORKS-RCD.
           MOVE U-WORKS-ID TO WS-HN1.
           MOVE U-WORKS-TITLE TO WS-HC1.
           MOVE U-WORKS-CREATED-DATE TO WS-HC2.

       EXEC SQL
           INSERT INTO works
               (
                id,
                title,
                created_date
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on works "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6500-INSERT-ONE-END.

       6550-RELOAD-HOUSEHOLD-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "households" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for households "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6550-INSERT-ONE-BEGIN
                              THRU 6550-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on households "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "households : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6550-RELOAD-HOUSEHOLD-END.

       6550-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-HOUSEHOLD-RCD.
           MOVE U-HOUSEHOLD-ID TO WS-HN1.
           MOVE U-HOUSEHOLD-NAME TO WS-HC1.
           MOVE U-HOUSEHOLD-GUARANTOR-ID TO WS-HN2.
           MOVE U-HOUSEHOLD-MAX-LOANS TO WS-HN3.
           MOVE U-HOUSEHOLD-CREATED-DATE TO WS-HC2.
           MOVE U-HOUSEHOLD-DELETED-DATE TO WS-HC3.

       EXEC SQL
           INSERT INTO households
               (
                id,
                name,
                guarantor_id,
                max_loans,
                created_date,
                deleted_date
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC2,
               :WS-HC3
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on households "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6550-INSERT-ONE-END.

       6600-RELOAD-SUSPEND-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "patron_suspensions" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for patron_suspensions "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6600-INSERT-ONE-BEGIN
                              THRU 6600-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on patron_suspensions "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "patron_suspensions : "
                       WS-INSERT-COUNT " row(s)."
           END-IF.
       6600-RELOAD-SUSPEND-END.

       6600-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-SUSPEND-RCD.
           MOVE U-SUSPEND-ID TO WS-HN1.
           MOVE U-SUSPEND-PEOPLE-ID TO WS-HN2.
           MOVE U-SUSPEND-REASON-CODE TO WS-HC1.
           MOVE U-SUSPEND-REASON-TEXT TO WS-HT1.
           MOVE U-SUSPEND-FROM-DATE TO WS-HC2.
           MOVE U-SUSPEND-TO-DATE TO WS-HC3.
           MOVE U-SUSPEND-SET-BY TO WS-HC4.
           MOVE U-SUSPEND-SET-DATE TO WS-HC5.
           MOVE U-SUSPEND-LIFTED-DATE TO WS-HC6.
           MOVE U-SUSPEND-LIFTED-BY TO WS-HC7.

       EXEC SQL
           INSERT INTO patron_suspensions
               (
                id,
                people_id,
                reason_code,
                reason_text,
                from_date,
                to_date,
                set_by,
                set_date,
                lifted_date,
                lifted_by
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HT1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on patron_suspensions "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6600-INSERT-ONE-END.

       6650-RELOAD-PROXYAUTH-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "proxy_authorisations" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for proxy_authorisations "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6650-INSERT-ONE-BEGIN
                              THRU 6650-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on proxy_authorisations "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "proxy_authorisations : "
                       WS-INSERT-COUNT " row(s)."
           END-IF.
       6650-RELOAD-PROXYAUTH-END.

       6650-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-PROXYAUTH-RCD.
           MOVE U-PROXYAUTH-ID TO WS-HN1.
           MOVE U-PROXYAUTH-PRINCIPAL-ID TO WS-HN2.
           MOVE U-PROXYAUTH-PROXY-ID TO WS-HN3.
           MOVE U-PROXYAUTH-EXPIRY-DATE TO WS-HC1.
           MOVE U-PROXYAUTH-SET-BY TO WS-HC2.
           MOVE U-PROXYAUTH-SET-DATE TO WS-HC3.
           MOVE U-PROXYAUTH-REVOKED-DATE TO WS-HC4.

       EXEC SQL
           INSERT INTO proxy_authorisations
               (
                id,
                principal_id,
                proxy_id,
                expiry_date,
                set_by,
                set_date,
                revoked_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on proxy_authorisations "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6650-INSERT-ONE-END.

       6700-RELOAD-NETBLOCK-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "network_blocks" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for network_blocks "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6700-INSERT-ONE-BEGIN
                              THRU 6700-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on network_blocks "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "network_blocks : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6700-RELOAD-NETBLOCK-END.

       6700-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-NETBLOCK-RCD.
           MOVE U-NETBLOCK-ID TO WS-HN1.
           MOVE U-NETBLOCK-PARTNER-ID TO WS-HN2.
           MOVE U-NETBLOCK-CARD-NUMBER TO WS-HC1.
           MOVE U-NETBLOCK-LAST-NAME TO WS-HC2.
           MOVE U-NETBLOCK-FIRST-NAME TO WS-HC3.
           MOVE U-NETBLOCK-REASON TO WS-HC4.
           MOVE U-NETBLOCK-AMOUNT TO WS-HD3.
           MOVE U-NETBLOCK-LIST-DATE TO WS-HC5.
           MOVE U-NETBLOCK-LOADED-DATE TO WS-HC6.

       EXEC SQL
           INSERT INTO network_blocks
               (
                id,
                partner_id,
                card_number,
                last_name,
                first_name,
                reason,
                amount,
                list_date,
                loaded_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HD3,
               :WS-HC5,
               :WS-HC6
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on network_blocks "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6700-INSERT-ONE-END.

       6750-RELOAD-TRANSIT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "transit_items" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for transit_items "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6750-INSERT-ONE-BEGIN
                              THRU 6750-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on transit_items "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "transit_items : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6750-RELOAD-TRANSIT-END.

       6750-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-TRANSIT-RCD.
           MOVE U-TRANSIT-ID TO WS-HN1.
           MOVE U-TRANSIT-COPY-ID TO WS-HN2.
           MOVE U-TRANSIT-FROM-BRANCH TO WS-HN3.
           MOVE U-TRANSIT-TO-BRANCH TO WS-HN4.
           MOVE U-TRANSIT-REASON TO WS-HC1.
           MOVE U-TRANSIT-HOLD-ID TO WS-HN5.
           MOVE U-TRANSIT-SENT-DATE TO WS-HC2.
           MOVE U-TRANSIT-MANIFEST-DATE TO WS-HC3.
           MOVE U-TRANSIT-RECEIVED-DATE TO WS-HC4.
           MOVE U-TRANSIT-RECEIVED-BY TO WS-HC5.

       EXEC SQL
           INSERT INTO transit_items
               (
                id,
                copy_id,
                from_branch,
                to_branch,
                reason,
                hold_id,
                sent_date,
                manifest_date,
                received_date,
                received_by
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HC1,
               :WS-HN5,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on transit_items "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6750-INSERT-ONE-END.

       6800-RELOAD-FLTRULE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "float_rules" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for float_rules "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6800-INSERT-ONE-BEGIN
                              THRU 6800-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on float_rules "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "float_rules : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6800-RELOAD-FLTRULE-END.

       6800-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-FLTRULE-RCD.
           MOVE U-FLTRULE-ID TO WS-HN1.
           MOVE U-FLTRULE-TYPE-ID TO WS-HN2.
           MOVE U-FLTRULE-FLOAT-GROUP TO WS-HC1.
           MOVE U-FLTRULE-MIN-COPIES TO WS-HN3.
           MOVE U-FLTRULE-MAX-COPIES TO WS-HN4.
           MOVE U-FLTRULE-SET-DATE TO WS-HC2.
           MOVE U-FLTRULE-DELETED-DATE TO WS-HC3.

       EXEC SQL
           INSERT INTO float_rules
               (
                id,
                type_id,
                float_group,
                min_copies,
                max_copies,
                set_date,
                deleted_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HN3,
               :WS-HN4,
               :WS-HC2,
               :WS-HC3
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on float_rules "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6800-INSERT-ONE-END.

       6850-RELOAD-FLTMOVE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "float_moves" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for float_moves "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6850-INSERT-ONE-BEGIN
                              THRU 6850-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on float_moves "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "float_moves : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6850-RELOAD-FLTMOVE-END.

       6850-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-FLTMOVE-RCD.
           MOVE U-FLTMOVE-ID TO WS-HN1.
           MOVE U-FLTMOVE-COPY-ID TO WS-HN2.
           MOVE U-FLTMOVE-TYPE-ID TO WS-HN3.
           MOVE U-FLTMOVE-FROM-BRANCH TO WS-HN4.
           MOVE U-FLTMOVE-TO-BRANCH TO WS-HN5.
           MOVE U-FLTMOVE-MOVE-DATE TO WS-HC1.
           MOVE U-FLTMOVE-BORROWING-ID TO WS-HN6.

       EXEC SQL
           INSERT INTO float_moves
               (
                id,
                copy_id,
                type_id,
                from_branch,
                to_branch,
                move_date,
                borrowing_id
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5,
               :WS-HC1,
               :WS-HN6
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on float_moves "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6850-INSERT-ONE-END.

       6900-RELOAD-INLIBUSE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "in_library_uses" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for in_library_uses "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6900-INSERT-ONE-BEGIN
                              THRU 6900-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on in_library_uses "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "in_library_uses : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6900-RELOAD-INLIBUSE-END.

       6900-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-INLIBUSE-RCD.
           MOVE U-INLIBUSE-ID TO WS-HN1.
           MOVE U-INLIBUSE-COPY-ID TO WS-HN2.
           MOVE U-INLIBUSE-BOOK-ID TO WS-HN3.
           MOVE U-INLIBUSE-USE-DATE TO WS-HC1.
           MOVE U-INLIBUSE-USE-TIME TO WS-HC2.
           MOVE U-INLIBUSE-OPERATOR-ID TO WS-HC3.

       EXEC SQL
           INSERT INTO in_library_uses
               (
                id,
                copy_id,
                book_id,
                use_date,
                use_time,
                operator_id
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on in_library_uses "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6900-INSERT-ONE-END.

       6950-RELOAD-ELOANS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "electronic_loans" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for electronic_loans "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 6950-INSERT-ONE-BEGIN
                              THRU 6950-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on electronic_loans "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "electronic_loans : " WS-INSERT-COUNT " row(s)."
           END-IF.
       6950-RELOAD-ELOANS-END.

       6950-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-ELOANS-RCD.
           MOVE U-ELOANS-ID TO WS-HN1.
           MOVE U-ELOANS-PEOPLE-ID TO WS-HN2.
           MOVE U-ELOANS-CARD-NUMBER TO WS-HC1.
           MOVE U-ELOANS-TITLE TO WS-HC2.
           MOVE U-ELOANS-ISBN TO WS-HC3.
           MOVE U-ELOANS-FORMAT TO WS-HC4.
           MOVE U-ELOANS-LOAN-DATE TO WS-HC5.
           MOVE U-ELOANS-EXPIRY-DATE TO WS-HC6.
           MOVE U-ELOANS-IMPORTED-DATE TO WS-HC7.

       EXEC SQL
           INSERT INTO electronic_loans
               (
                id,
                people_id,
                card_number,
                title,
                isbn,
                format,
                loan_date,
                expiry_date,
                imported_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on electronic_loans "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       6950-INSERT-ONE-END.

       7000-RELOAD-RLIST-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "reading_lists" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for reading_lists "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7000-INSERT-ONE-BEGIN
                              THRU 7000-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on reading_lists "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "reading_lists : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7000-RELOAD-RLIST-END.

       7000-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-RLIST-RCD.
           MOVE U-RLIST-ID TO WS-HN1.
           MOVE U-RLIST-PEOPLE-ID TO WS-HN2.
           MOVE U-RLIST-LIST-KIND TO WS-HC1.
           MOVE U-RLIST-NAME TO WS-HC2.
           MOVE U-RLIST-CREATED-DATE TO WS-HC3.
           MOVE U-RLIST-DELETED-DATE TO WS-HC4.

       EXEC SQL
           INSERT INTO reading_lists
               (
                id,
                people_id,
                list_kind,
                name,
                created_date,
                deleted_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on reading_lists "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7000-INSERT-ONE-END.

       7050-RELOAD-RLISTITEM-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "reading_list_items" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for reading_list_items "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7050-INSERT-ONE-BEGIN
                              THRU 7050-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on reading_list_items "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "reading_list_items : "
                       WS-INSERT-COUNT " row(s)."
           END-IF.
       7050-RELOAD-RLISTITEM-END.

       7050-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-RLISTITEM-RCD.
           MOVE U-RLISTITEM-ID TO WS-HN1.
           MOVE U-RLISTITEM-LIST-ID TO WS-HN2.
           MOVE U-RLISTITEM-BOOK-ID TO WS-HN3.
           MOVE U-RLISTITEM-ADDED-DATE TO WS-HC1.

       EXEC SQL
           INSERT INTO reading_list_items
               (
                id,
                list_id,
                book_id,
                added_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on reading_list_items "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7050-INSERT-ONE-END.

       7100-RELOAD-REVIEWS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "reviews" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for reviews "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7100-INSERT-ONE-BEGIN
                              THRU 7100-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on reviews "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "reviews : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7100-RELOAD-REVIEWS-END.

       7100-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-REVIEWS-RCD.
           MOVE U-REVIEWS-ID TO WS-HN1.
           MOVE U-REVIEWS-BOOK-ID TO WS-HN2.
           MOVE U-REVIEWS-PEOPLE-ID TO WS-HN3.
           MOVE U-REVIEWS-RATING TO WS-HN4.
           MOVE U-REVIEWS-REVIEW-TEXT TO WS-HT2.
           MOVE U-REVIEWS-SUBMITTED-DATE TO WS-HC1.
           MOVE U-REVIEWS-STATUS TO WS-HC2.
           MOVE U-REVIEWS-MODERATED-BY TO WS-HC3.
           MOVE U-REVIEWS-MODERATED-DATE TO WS-HC4.

       EXEC SQL
           INSERT INTO reviews
               (
                id,
                book_id,
                people_id,
                rating,
                review_text,
                submitted_date,
                status,
                moderated_by,
                moderated_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HT2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on reviews "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7100-INSERT-ONE-END.

       7150-RELOAD-DLVROUND-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "delivery_rounds" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for delivery_rounds "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7150-INSERT-ONE-BEGIN
                              THRU 7150-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on delivery_rounds "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "delivery_rounds : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7150-RELOAD-DLVROUND-END.

       7150-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-DLVROUND-RCD.
           MOVE U-DLVROUND-ID TO WS-HN1.
           MOVE U-DLVROUND-NAME TO WS-HC1.
           MOVE U-DLVROUND-VOLUNTEER-NAME TO WS-HC2.
           MOVE U-DLVROUND-ROUND-DAY TO WS-HC3.
           MOVE U-DLVROUND-DELETED-DATE TO WS-HC4.

       EXEC SQL
           INSERT INTO delivery_rounds
               (
                id,
                name,
                volunteer_name,
                round_day,
                deleted_date
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on delivery_rounds "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7150-INSERT-ONE-END.

       7200-RELOAD-DLVPREF-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "delivery_prefs" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for delivery_prefs "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7200-INSERT-ONE-BEGIN
                              THRU 7200-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on delivery_prefs "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "delivery_prefs : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7200-RELOAD-DLVPREF-END.

       7200-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-DLVPREF-RCD.
           MOVE U-DLVPREF-ID TO WS-HN1.
           MOVE U-DLVPREF-PEOPLE-ID TO WS-HN2.
           MOVE U-DLVPREF-PREF-KIND TO WS-HC1.
           MOVE U-DLVPREF-REF-ID TO WS-HN3.

       EXEC SQL
           INSERT INTO delivery_prefs
               (
                id,
                people_id,
                pref_kind,
                ref_id
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HN3
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on delivery_prefs "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7200-INSERT-ONE-END.

       7250-RELOAD-DLVSEL-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "delivery_selections" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for delivery_selections "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7250-INSERT-ONE-BEGIN
                              THRU 7250-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on delivery_selections "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "delivery_selections : "
                       WS-INSERT-COUNT " row(s)."
           END-IF.
       7250-RELOAD-DLVSEL-END.

       7250-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-DLVSEL-RCD.
           MOVE U-DLVSEL-ID TO WS-HN1.
           MOVE U-DLVSEL-PEOPLE-ID TO WS-HN2.
           MOVE U-DLVSEL-ROUND-ID TO WS-HN3.
           MOVE U-DLVSEL-BOOK-ID TO WS-HN4.
           MOVE U-DLVSEL-RUN-DATE TO WS-HC1.
           MOVE U-DLVSEL-STATUS TO WS-HC2.
           MOVE U-DLVSEL-BORROWING-ID TO WS-HN5.

       EXEC SQL
           INSERT INTO delivery_selections
               (
                id,
                people_id,
                round_id,
                book_id,
                run_date,
                status,
                borrowing_id
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HC1,
               :WS-HC2,
               :WS-HN5
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on delivery_selections "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7250-INSERT-ONE-END.

       7300-RELOAD-STANDORD-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "standing_orders" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for standing_orders "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7300-INSERT-ONE-BEGIN
                              THRU 7300-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on standing_orders "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "standing_orders : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7300-RELOAD-STANDORD-END.

       7300-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-STANDORD-RCD.
           MOVE U-STANDORD-ID TO WS-HN1.
           MOVE U-STANDORD-SERIES-NAME TO WS-HC1.
           MOVE U-STANDORD-SUPPLIER-ID TO WS-HN2.
           MOVE U-STANDORD-FUND-ID TO WS-HN3.
           MOVE U-STANDORD-QUANTITY TO WS-HN4.
           MOVE U-STANDORD-STARTED-DATE TO WS-HC2.
           MOVE U-STANDORD-CANCELLED-DATE TO WS-HC3.

       EXEC SQL
           INSERT INTO standing_orders
               (
                id,
                series_name,
                supplier_id,
                fund_id,
                quantity,
                started_date,
                cancelled_date
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HC2,
               :WS-HC3
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on standing_orders "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7300-INSERT-ONE-END.

       7350-RELOAD-EQUIPINSP-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "equipment_inspections" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for equipment_inspections "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7350-INSERT-ONE-BEGIN
                              THRU 7350-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on equipment_inspections "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "equipment_inspections : "
                       WS-INSERT-COUNT " row(s)."
           END-IF.
       7350-RELOAD-EQUIPINSP-END.

       7350-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-EQUIPINSP-RCD.
           MOVE U-EQUIPINSP-ID TO WS-HN1.
           MOVE U-EQUIPINSP-EQUIPMENT-ID TO WS-HN2.
           MOVE U-EQUIPINSP-INSPECTED-DATE TO WS-HC1.
           MOVE U-EQUIPINSP-RESULT TO WS-HC2.
           MOVE U-EQUIPINSP-TESTER TO WS-HC3.
           MOVE U-EQUIPINSP-SOFTWARE-RESET TO WS-HC4.
           MOVE U-EQUIPINSP-NOTES TO WS-HT1.
           MOVE U-EQUIPINSP-RECORDED-BY TO WS-HC5.

       EXEC SQL
           INSERT INTO equipment_inspections
               (
                id,
                equipment_id,
                inspected_date,
                result,
                tester,
                software_reset,
                notes,
                recorded_by
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HT1,
               :WS-HC5
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on equipment_inspections "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7350-INSERT-ONE-END.

       7400-RELOAD-EVSERIES-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "event_series" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for event_series "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7400-INSERT-ONE-BEGIN
                              THRU 7400-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on event_series "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "event_series : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7400-RELOAD-EVSERIES-END.

       7400-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-EVSERIES-RCD.
           MOVE U-EVSERIES-ID TO WS-HN1.
           MOVE U-EVSERIES-NAME TO WS-HC1.
           MOVE U-EVSERIES-PATTERN TO WS-HC2.
           MOVE U-EVSERIES-WEEK-OF-MONTH TO WS-HN2.
           MOVE U-EVSERIES-WEEKDAY TO WS-HN3.
           MOVE U-EVSERIES-ROOM TO WS-HC3.
           MOVE U-EVSERIES-CAPACITY TO WS-HN4.
           MOVE U-EVSERIES-POPULAR-FLAG TO WS-HC4.
           MOVE U-EVSERIES-FROM-DATE TO WS-HC5.
           MOVE U-EVSERIES-TO-DATE TO WS-HC6.
           MOVE U-EVSERIES-CANCELLED-DATE TO WS-HC7.

       EXEC SQL
           INSERT INTO event_series
               (
                id,
                name,
                pattern,
                week_of_month,
                weekday,
                room,
                capacity,
                popular_flag,
                from_date,
                to_date,
                cancelled_date
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HN2,
               :WS-HN3,
               :WS-HC3,
               :WS-HN4,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on event_series "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7400-INSERT-ONE-END.

       7450-RELOAD-HIRERS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "hirers" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for hirers "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7450-INSERT-ONE-BEGIN
                              THRU 7450-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on hirers "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "hirers : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7450-RELOAD-HIRERS-END.

       7450-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-HIRERS-RCD.
           MOVE U-HIRERS-ID TO WS-HN1.
           MOVE U-HIRERS-NAME TO WS-HC1.
           MOVE U-HIRERS-CONTACT-NAME TO WS-HC2.
           MOVE U-HIRERS-ADDRESS TO WS-HT1.
           MOVE U-HIRERS-PHONE-NUMBER TO WS-HC3.
           MOVE U-HIRERS-EMAIL-ADDRESS TO WS-HC4.
           MOVE U-HIRERS-RATE-BAND TO WS-HC5.
           MOVE U-HIRERS-CREATED-DATE TO WS-HC6.
           MOVE U-HIRERS-DELETED-DATE TO WS-HC7.

       EXEC SQL
           INSERT INTO hirers
               (
                id,
                name,
                contact_name,
                address,
                phone_number,
                email_address,
                rate_band,
                created_date,
                deleted_date
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HT1,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on hirers "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7450-INSERT-ONE-END.

       7500-RELOAD-ROOMRATE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "room_rates" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for room_rates "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7500-INSERT-ONE-BEGIN
                              THRU 7500-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on room_rates "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "room_rates : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7500-RELOAD-ROOMRATE-END.

       7500-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-ROOMRATE-RCD.
           MOVE U-ROOMRATE-ID TO WS-HN1.
           MOVE U-ROOMRATE-ROOM TO WS-HC1.
           MOVE U-ROOMRATE-RATE-BAND TO WS-HC2.
           MOVE U-ROOMRATE-HOURLY-RATE TO WS-HD1.

       EXEC SQL
           INSERT INTO room_rates
               (
                id,
                room,
                rate_band,
                hourly_rate
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HD1
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on room_rates "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7500-INSERT-ONE-END.

       7550-RELOAD-ROOMHIRE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "room_hires" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for room_hires "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7550-INSERT-ONE-BEGIN
                              THRU 7550-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on room_hires "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "room_hires : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7550-RELOAD-ROOMHIRE-END.

       7550-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-ROOMHIRE-RCD.
           MOVE U-ROOMHIRE-ID TO WS-HN1.
           MOVE U-ROOMHIRE-HIRER-ID TO WS-HN2.
           MOVE U-ROOMHIRE-ROOM TO WS-HC1.
           MOVE U-ROOMHIRE-HIRE-DATE TO WS-HC2.
           MOVE U-ROOMHIRE-START-TIME TO WS-HC3.
           MOVE U-ROOMHIRE-END-TIME TO WS-HC4.
           MOVE U-ROOMHIRE-HOURS TO WS-HD1.
           MOVE U-ROOMHIRE-HOURLY-RATE TO WS-HD3.
           MOVE U-ROOMHIRE-AMOUNT TO WS-HD4.
           MOVE U-ROOMHIRE-STATUS TO WS-HC5.
           MOVE U-ROOMHIRE-BOOKED-DATE TO WS-HC6.
           MOVE U-ROOMHIRE-BOOKED-BY TO WS-HC7.
           MOVE U-ROOMHIRE-INVOICE-ID TO WS-HN3.

       EXEC SQL
           INSERT INTO room_hires
               (
                id,
                hirer_id,
                room,
                hire_date,
                start_time,
                end_time,
                hours,
                hourly_rate,
                amount,
                status,
                booked_date,
                booked_by,
                invoice_id
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HD1,
               :WS-HD3,
               :WS-HD4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7,
               :WS-HN3
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on room_hires "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7550-INSERT-ONE-END.

       7600-RELOAD-HIREINV-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "hire_invoices" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for hire_invoices "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7600-INSERT-ONE-BEGIN
                              THRU 7600-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on hire_invoices "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "hire_invoices : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7600-RELOAD-HIREINV-END.

       7600-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-HIREINV-RCD.
           MOVE U-HIREINV-ID TO WS-HN1.
           MOVE U-HIREINV-HIRER-ID TO WS-HN2.
           MOVE U-HIREINV-PERIOD TO WS-HC1.
           MOVE U-HIREINV-INVOICE-DATE TO WS-HC2.
           MOVE U-HIREINV-AMOUNT TO WS-HD3.
           MOVE U-HIREINV-FINE-ID TO WS-HN3.

       EXEC SQL
           INSERT INTO hire_invoices
               (
                id,
                hirer_id,
                period,
                invoice_date,
                amount,
                fine_id
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HD3,
               :WS-HN3
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on hire_invoices "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7600-INSERT-ONE-END.

       7650-RELOAD-PCS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "pcs" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for pcs "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7650-INSERT-ONE-BEGIN
                              THRU 7650-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on pcs "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "pcs : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7650-RELOAD-PCS-END.

       7650-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-PCS-RCD.
           MOVE U-PCS-ID TO WS-HN1.
           MOVE U-PCS-BRANCH-ID TO WS-HN2.
           MOVE U-PCS-NAME TO WS-HC1.
           MOVE U-PCS-CREATED-DATE TO WS-HC2.
           MOVE U-PCS-DELETED-DATE TO WS-HC3.

       EXEC SQL
           INSERT INTO pcs
               (
                id,
                branch_id,
                name,
                created_date,
                deleted_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on pcs "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7650-INSERT-ONE-END.

       7700-RELOAD-PCBOOK-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "pc_bookings" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for pc_bookings "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7700-INSERT-ONE-BEGIN
                              THRU 7700-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on pc_bookings "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "pc_bookings : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7700-RELOAD-PCBOOK-END.

       7700-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-PCBOOK-RCD.
           MOVE U-PCBOOK-ID TO WS-HN1.
           MOVE U-PCBOOK-PC-ID TO WS-HN2.
           MOVE U-PCBOOK-PEOPLE-ID TO WS-HN3.
           MOVE U-PCBOOK-BOOKING-DATE TO WS-HC1.
           MOVE U-PCBOOK-START-TIME TO WS-HC2.
           MOVE U-PCBOOK-END-TIME TO WS-HC3.
           MOVE U-PCBOOK-MINUTES TO WS-HN4.
           MOVE U-PCBOOK-STATUS TO WS-HC4.
           MOVE U-PCBOOK-BOOKED-VIA TO WS-HC5.
           MOVE U-PCBOOK-BOOKED-DATE TO WS-HC6.

       EXEC SQL
           INSERT INTO pc_bookings
               (
                id,
                pc_id,
                people_id,
                booking_date,
                start_time,
                end_time,
                minutes,
                status,
                booked_via,
                booked_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN4,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on pc_bookings "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7700-INSERT-ONE-END.

       7750-RELOAD-PRTLOAD-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "print_station_loads" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for print_station_loads "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7750-INSERT-ONE-BEGIN
                              THRU 7750-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on print_station_loads "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "print_station_loads : "
                       WS-INSERT-COUNT " row(s)."
           END-IF.
       7750-RELOAD-PRTLOAD-END.

       7750-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-PRTLOAD-RCD.
           MOVE U-PRTLOAD-FILE-NAME TO WS-HC1.
           MOVE U-PRTLOAD-LOAD-DATE TO WS-HC2.
           MOVE U-PRTLOAD-JOBS-POSTED TO WS-HN1.
           MOVE U-PRTLOAD-PATRON-AMOUNT TO WS-HD3.
           MOVE U-PRTLOAD-ANONYMOUS-AMOUNT TO WS-HD4.

       EXEC SQL
           INSERT INTO print_station_loads
               (
                file_name,
                load_date,
                jobs_posted,
                patron_amount,
                anonymous_amount
               )
           VALUES (
               :WS-HC1,
               :WS-HC2,
               :WS-HN1,
               :WS-HD3,
               :WS-HD4
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on print_station_loads "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7750-INSERT-ONE-END.

       7800-RELOAD-SIPTERM-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "sip_terminals" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for sip_terminals "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7800-INSERT-ONE-BEGIN
                              THRU 7800-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on sip_terminals "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "sip_terminals : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7800-RELOAD-SIPTERM-END.

       7800-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-SIPTERM-RCD.
           MOVE U-SIPTERM-TERMINAL-ID TO WS-HC1.
           MOVE U-SIPTERM-PASSWORD TO WS-HC2.
           MOVE U-SIPTERM-BRANCH-ID TO WS-HN1.
           MOVE U-SIPTERM-PIN-REQUIRED TO WS-HC3.
           MOVE U-SIPTERM-ACTIVE TO WS-HC4.
           MOVE U-SIPTERM-DESCRIPTION TO WS-HC5.

       EXEC SQL
           INSERT INTO sip_terminals
               (
                terminal_id,
                password,
                branch_id,
                pin_required,
                active,
                description
               )
           VALUES (
               :WS-HC1,
               :WS-HC2,
               :WS-HN1,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on sip_terminals "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7800-INSERT-ONE-END.

       7850-RELOAD-FOOTFALL-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "footfall" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for footfall "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7850-INSERT-ONE-BEGIN
                              THRU 7850-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on footfall "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "footfall : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7850-RELOAD-FOOTFALL-END.

       7850-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-FOOTFALL-RCD.
           MOVE U-FOOTFALL-ID TO WS-HN1.
           MOVE U-FOOTFALL-BRANCH-ID TO WS-HN2.
           MOVE U-FOOTFALL-COUNT-DATE TO WS-HC1.
           MOVE U-FOOTFALL-COUNT-HOUR TO WS-HN3.
           MOVE U-FOOTFALL-VISITS-IN TO WS-HN4.
           MOVE U-FOOTFALL-VISITS-OUT TO WS-HN5.
           MOVE U-FOOTFALL-IMPORTED-DATE TO WS-HC2.

       EXEC SQL
           INSERT INTO footfall
               (
                id,
                branch_id,
                count_date,
                count_hour,
                visits_in,
                visits_out,
                imported_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5,
               :WS-HC2
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on footfall "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7850-INSERT-ONE-END.

       7900-RELOAD-VOLUNTEER-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "volunteers" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for volunteers "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7900-INSERT-ONE-BEGIN
                              THRU 7900-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on volunteers "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "volunteers : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7900-RELOAD-VOLUNTEER-END.

       7900-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-VOLUNTEER-RCD.
           MOVE U-VOLUNTEER-ID TO WS-HN1.
           MOVE U-VOLUNTEER-PEOPLE-ID TO WS-HN2.
           MOVE U-VOLUNTEER-LAST-NAME TO WS-HC1.
           MOVE U-VOLUNTEER-FIRST-NAME TO WS-HC2.
           MOVE U-VOLUNTEER-PHONE-NUMBER TO WS-HC3.
           MOVE U-VOLUNTEER-SKILLS TO WS-HT1.
           MOVE U-VOLUNTEER-CHECK-REFERENCE TO WS-HC4.
           MOVE U-VOLUNTEER-CHECK-EXPIRY TO WS-HC5.
           MOVE U-VOLUNTEER-AVAILABILITY TO WS-HC6.
           MOVE U-VOLUNTEER-STARTED-DATE TO WS-HC7.
           MOVE U-VOLUNTEER-LEFT-DATE TO WS-HC8.

       EXEC SQL
           INSERT INTO volunteers
               (
                id,
                people_id,
                last_name,
                first_name,
                phone_number,
                skills,
                check_reference,
                check_expiry,
                availability,
                started_date,
                left_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HT1,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7,
               :WS-HC8
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on volunteers "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7900-INSERT-ONE-END.

       7950-RELOAD-VOLSHIFT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "volunteer_shifts" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for volunteer_shifts "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 7950-INSERT-ONE-BEGIN
                              THRU 7950-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on volunteer_shifts "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "volunteer_shifts : " WS-INSERT-COUNT " row(s)."
           END-IF.
       7950-RELOAD-VOLSHIFT-END.

       7950-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-VOLSHIFT-RCD.
           MOVE U-VOLSHIFT-ID TO WS-HN1.
           MOVE U-VOLSHIFT-BRANCH-ID TO WS-HN2.
           MOVE U-VOLSHIFT-ACTIVITY TO WS-HC1.
           MOVE U-VOLSHIFT-SHIFT-DATE TO WS-HC2.
           MOVE U-VOLSHIFT-START-TIME TO WS-HC3.
           MOVE U-VOLSHIFT-END-TIME TO WS-HC4.
           MOVE U-VOLSHIFT-VOLUNTEER-ID TO WS-HN3.
           MOVE U-VOLSHIFT-CANCELLED-DATE TO WS-HC5.

       EXEC SQL
           INSERT INTO volunteer_shifts
               (
                id,
                branch_id,
                activity,
                shift_date,
                start_time,
                end_time,
                volunteer_id,
                cancelled_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HN3,
               :WS-HC5
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on volunteer_shifts "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       7950-INSERT-ONE-END.

       8000-RELOAD-VOLHOURS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "volunteer_hours" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for volunteer_hours "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8000-INSERT-ONE-BEGIN
                              THRU 8000-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on volunteer_hours "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "volunteer_hours : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8000-RELOAD-VOLHOURS-END.

       8000-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-VOLHOURS-RCD.
           MOVE U-VOLHOURS-ID TO WS-HN1.
           MOVE U-VOLHOURS-VOLUNTEER-ID TO WS-HN2.
           MOVE U-VOLHOURS-SHIFT-ID TO WS-HN3.
           MOVE U-VOLHOURS-BRANCH-ID TO WS-HN4.
           MOVE U-VOLHOURS-ACTIVITY TO WS-HC1.
           MOVE U-VOLHOURS-WORK-DATE TO WS-HC2.
           MOVE U-VOLHOURS-MINUTES TO WS-HN5.
           MOVE U-VOLHOURS-LOGGED-DATE TO WS-HC3.

       EXEC SQL
           INSERT INTO volunteer_hours
               (
                id,
                volunteer_id,
                shift_id,
                branch_id,
                activity,
                work_date,
                minutes,
                logged_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HC1,
               :WS-HC2,
               :WS-HN5,
               :WS-HC3
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on volunteer_hours "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8000-INSERT-ONE-END.

       8050-RELOAD-LOSTITEM-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "lost_items" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for lost_items "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8050-INSERT-ONE-BEGIN
                              THRU 8050-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on lost_items "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "lost_items : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8050-RELOAD-LOSTITEM-END.

       8050-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-LOSTITEM-RCD.
           MOVE U-LOSTITEM-ID TO WS-HN1.
           MOVE U-LOSTITEM-BRANCH-ID TO WS-HN2.
           MOVE U-LOSTITEM-DESCRIPTION TO WS-HC1.
           MOVE U-LOSTITEM-CATEGORY TO WS-HC2.
           MOVE U-LOSTITEM-VALUABLE-FLAG TO WS-HC3.
           MOVE U-LOSTITEM-FOUND-DATE TO WS-HC4.
           MOVE U-LOSTITEM-FOUND-WHERE TO WS-HC5.
           MOVE U-LOSTITEM-FINDER-NAME TO WS-HC6.
           MOVE U-LOSTITEM-RECORDED-BY TO WS-HC7.
           MOVE U-LOSTITEM-STATUS TO WS-HC8.
           MOVE U-LOSTITEM-CLAIM-PEOPLE-ID TO WS-HN3.
           MOVE U-LOSTITEM-CLAIMANT-NAME TO WS-HC9.
           MOVE U-LOSTITEM-CLAIMANT-CONTACT TO WS-HC10.
           MOVE U-LOSTITEM-CLOSED-DATE TO WS-HC11.

       EXEC SQL
           INSERT INTO lost_items
               (
                id,
                branch_id,
                description,
                category,
                valuable_flag,
                found_date,
                found_where,
                finder_name,
                recorded_by,
                status,
                claim_people_id,
                claimant_name,
                claimant_contact,
                closed_date
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7,
               :WS-HC8,
               :WS-HN3,
               :WS-HC9,
               :WS-HC10,
               :WS-HC11
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on lost_items "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8050-INSERT-ONE-END.

       8100-RELOAD-GLMAP-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "gl_mappings" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for gl_mappings "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8100-INSERT-ONE-BEGIN
                              THRU 8100-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on gl_mappings "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "gl_mappings : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8100-RELOAD-GLMAP-END.

       8100-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-GLMAP-RCD.
           MOVE U-GLMAP-ID TO WS-HN1.
           MOVE U-GLMAP-LEDGER-KIND TO WS-HC1.
           MOVE U-GLMAP-CHARGE-CODE TO WS-HC2.
           MOVE U-GLMAP-FUND-CODE TO WS-HC3.
           MOVE U-GLMAP-BRANCH-ID TO WS-HN2.
           MOVE U-GLMAP-DEBIT-ACCOUNT TO WS-HC4.
           MOVE U-GLMAP-CREDIT-ACCOUNT TO WS-HC5.
           MOVE U-GLMAP-COST-CENTRE TO WS-HC6.
           MOVE U-GLMAP-DELETED-DATE TO WS-HC7.

       EXEC SQL
           INSERT INTO gl_mappings
               (
                id,
                ledger_kind,
                charge_code,
                fund_code,
                branch_id,
                debit_account,
                credit_account,
                cost_centre,
                deleted_date
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on gl_mappings "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8100-INSERT-ONE-END.

       8150-RELOAD-RPTRECIP-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "report_recipients" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for report_recipients "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8150-INSERT-ONE-BEGIN
                              THRU 8150-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on report_recipients "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "report_recipients : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8150-RELOAD-RPTRECIP-END.

       8150-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-RPTRECIP-RCD.
           MOVE U-RPTRECIP-ID TO WS-HN1.
           MOVE U-RPTRECIP-REPORT-NAME TO WS-HC1.
           MOVE U-RPTRECIP-RECIPIENT-NAME TO WS-HC2.
           MOVE U-RPTRECIP-ADDRESS TO WS-HC3.
           MOVE U-RPTRECIP-CHANNEL TO WS-HC4.
           MOVE U-RPTRECIP-SCHEDULE TO WS-HC5.
           MOVE U-RPTRECIP-PATRON-DATA-OK TO WS-HC6.
           MOVE U-RPTRECIP-ACTIVE TO WS-HC7.

       EXEC SQL
           INSERT INTO report_recipients
               (
                id,
                report_name,
                recipient_name,
                address,
                channel,
                schedule,
                patron_data_ok,
                active
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on report_recipients "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8150-INSERT-ONE-END.

       8200-RELOAD-RPTDELIV-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "report_deliveries" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for report_deliveries "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-INSERT-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y
               READ F-DATA
                   AT END
                       SET WS-EOF-Y TO TRUE
                   NOT AT END
                       IF F-DATA-RCD(1:1) = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8200-INSERT-ONE-BEGIN
                              THRU 8200-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on report_deliveries "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "report_deliveries : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8200-RELOAD-RPTDELIV-END.

       8200-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-RPTDELIV-RCD.
           MOVE U-RPTDELIV-ID TO WS-HN1.
           MOVE U-RPTDELIV-CATALOG-ID TO WS-HN2.
           MOVE U-RPTDELIV-RECIPIENT-ID TO WS-HN3.
           MOVE U-RPTDELIV-REPORT-NAME TO WS-HC1.
           MOVE U-RPTDELIV-BUSINESS-DATE TO WS-HC2.
           MOVE U-RPTDELIV-QUEUED-DATE TO WS-HC3.
           MOVE U-RPTDELIV-CHANNEL TO WS-HC4.
           MOVE U-RPTDELIV-OUTCOME TO WS-HC5.

       EXEC SQL
           INSERT INTO report_deliveries
               (
                id,
                catalog_id,
                recipient_id,
                report_name,
                business_date,
                queued_date,
                channel,
                outcome
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5
           )
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on report_deliveries "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8200-INSERT-ONE-END.

       8250-RELOAD-CONFRPT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "confidential_reports" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for confidential_reports "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8250-INSERT-ONE-BEGIN
                              THRU 8250-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on confidential_reports "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "confidential_reports : "
                       WS-INSERT-COUNT " row(s)."
           END-IF.
       8250-RELOAD-CONFRPT-END.

       8250-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-CONFRPT-RCD.
           MOVE U-CONFRPT-REPORT-NAME TO WS-HC1.

       EXEC SQL
           INSERT INTO confidential_reports
               (
                report_name
               )
           VALUES (
               :WS-HC1
           )
       END-EXEC.

               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on confidential_reports "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8250-INSERT-ONE-END.

       8300-RELOAD-QUALHIST-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "quality_history" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for quality_history "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8300-INSERT-ONE-BEGIN
                              THRU 8300-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on quality_history "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "quality_history : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8300-RELOAD-QUALHIST-END.

       8300-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-QUALHIST-RCD.
           MOVE U-QUALHIST-ID TO WS-HN1.
           MOVE U-QUALHIST-BUSINESS-DATE TO WS-HC1.
           MOVE U-QUALHIST-TOTAL-BOOKS TO WS-HN2.
           MOVE U-QUALHIST-INCOMPLETE-BOOKS TO WS-HN3.
           MOVE U-QUALHIST-NO-LANGUAGE TO WS-HN4.
           MOVE U-QUALHIST-NO-AUDIENCE TO WS-HN5.
           MOVE U-QUALHIST-NO-SUBJECTS TO WS-HN6.
           MOVE U-QUALHIST-NO-SHELF TO WS-HN7.
           MOVE U-QUALHIST-NO-VOLUME TO WS-HN8.
           MOVE U-QUALHIST-NO-COPIES TO WS-HN9.

       EXEC SQL
           INSERT INTO quality_history
               (
                id,
                business_date,
                total_books,
                incomplete_books,
                no_language,
                no_audience,
                no_subjects,
                no_shelf,
                no_volume,
                no_copies
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5,
               :WS-HN6,
               :WS-HN7,
               :WS-HN8,
               :WS-HN9
           )
       END-EXEC.

               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on quality_history "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8300-INSERT-ONE-END.

       8350-RELOAD-TBLLIMIT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "table_limits" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for table_limits "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8350-INSERT-ONE-BEGIN
                              THRU 8350-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on table_limits "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "table_limits : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8350-RELOAD-TBLLIMIT-END.

       8350-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-TBLLIMIT-RCD.
           MOVE U-TBLLIMIT-TABLE-NAME TO WS-HC1.
           MOVE U-TBLLIMIT-ROW-LIMIT TO WS-HN1.
           MOVE U-TBLLIMIT-KEEP-PARAM TO WS-HC2.

       EXEC SQL
           INSERT INTO table_limits
               (
                table_name,
                row_limit,
                keep_param
               )
           VALUES (
               :WS-HC1,
               :WS-HN1,
               :WS-HC2
           )
       END-EXEC.

               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on table_limits "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8350-INSERT-ONE-END.

       8400-RELOAD-TBLGROW-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "table_growth" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for table_growth "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8400-INSERT-ONE-BEGIN
                              THRU 8400-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on table_growth "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "table_growth : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8400-RELOAD-TBLGROW-END.

       8400-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-TBLGROW-RCD.
           MOVE U-TBLGROW-ID TO WS-HN1.
           MOVE U-TBLGROW-SNAPSHOT-DATE TO WS-HC1.
           MOVE U-TBLGROW-TABLE-NAME TO WS-HC2.
           MOVE U-TBLGROW-LIVE-ROWS TO WS-HN2.
           MOVE U-TBLGROW-ARCHIVED-ROWS TO WS-HN3.
           MOVE U-TBLGROW-EXACT-FLAG TO WS-HC3.

       EXEC SQL
           INSERT INTO table_growth
               (
                id,
                snapshot_date,
                table_name,
                live_rows,
                archived_rows,
                exact_flag
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HN2,
               :WS-HN3,
               :WS-HC3
           )
       END-EXEC.

               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on table_growth "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8400-INSERT-ONE-END.

       8450-RELOAD-ARCRUN-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "archive_runs" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for archive_runs "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8450-INSERT-ONE-BEGIN
                              THRU 8450-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on archive_runs "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "archive_runs : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8450-RELOAD-ARCRUN-END.

       8450-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-ARCRUN-RCD.
           MOVE U-ARCRUN-ID TO WS-HN1.
           MOVE U-ARCRUN-RUN-DATE TO WS-HC1.
           MOVE U-ARCRUN-LOAN-CUTOFF TO WS-HC2.
           MOVE U-ARCRUN-AUDIT-CUTOFF TO WS-HC3.
           MOVE U-ARCRUN-LOANS TO WS-HN2.
           MOVE U-ARCRUN-FINES TO WS-HN3.
           MOVE U-ARCRUN-PAYMENTS TO WS-HN4.
           MOVE U-ARCRUN-AUDIT-ROWS TO WS-HN5.

       EXEC SQL
           INSERT INTO archive_runs
               (
                id,
                run_date,
                loan_cutoff,
                audit_cutoff,
                loans,
                fines,
                payments,
                audit_rows
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5
           )
       END-EXEC.

               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on archive_runs "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8450-INSERT-ONE-END.

       8500-RELOAD-AUDCHAIN-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "audit_chain" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for audit_chain "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8500-INSERT-ONE-BEGIN
                              THRU 8500-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on audit_chain "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "audit_chain : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8500-RELOAD-AUDCHAIN-END.

       8500-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-AUDCHAIN-RCD.
           MOVE U-AUDCHAIN-ID TO WS-HN1.
           MOVE U-AUDCHAIN-LAST-SEQ TO WS-HN2.
           MOVE U-AUDCHAIN-LAST-HASH TO WS-HC1.

       EXEC SQL
           INSERT INTO audit_chain
               (
                id,
                last_seq,
                last_hash
               )
           VALUES (
               :WS-HN1,
               :WS-HN2,
               :WS-HC1
           )
       END-EXEC.

               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on audit_chain "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8500-INSERT-ONE-END.

       8550-RELOAD-AUDCHKPT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "audit_checkpoints" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for audit_checkpoints "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8550-INSERT-ONE-BEGIN
                              THRU 8550-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on audit_checkpoints "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "audit_checkpoints : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8550-RELOAD-AUDCHKPT-END.

       8550-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-AUDCHKPT-RCD.
           MOVE U-AUDCHKPT-ID TO WS-HN1.
           MOVE U-AUDCHKPT-CHECKPOINT-DATE TO WS-HC1.
           MOVE U-AUDCHKPT-CUTOFF-DATE TO WS-HC2.
           MOVE U-AUDCHKPT-LAST-SEQ TO WS-HN2.
           MOVE U-AUDCHKPT-LAST-HASH TO WS-HC3.
           MOVE U-AUDCHKPT-ROWS-ARCHIVED TO WS-HN3.
           MOVE U-AUDCHKPT-SIGNATURE TO WS-HC4.

       EXEC SQL
           INSERT INTO audit_checkpoints
               (
                id,
                checkpoint_date,
                cutoff_date,
                last_seq,
                last_hash,
                rows_archived,
                signature
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HN2,
               :WS-HC3,
               :WS-HN3,
               :WS-HC4
           )
       END-EXEC.

               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on audit_checkpoints "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8550-INSERT-ONE-END.

       8600-RELOAD-BATSTEP-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "batch_steps" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN INPUT F-DATA.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No unload file for batch_steps "
                       "- skipped."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE F-DATA-RCD(2:8) TO WS-ROW-COUNT
                       ELSE
                           PERFORM 8600-INSERT-ONE-BEGIN
                              THRU 8600-INSERT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TRAILER-SEEN = "Y"
               AND WS-INSERT-COUNT NOT = WS-ROW-COUNT
               DISPLAY "COUNT MISMATCH on batch_steps "
                       ": trailer "
                       WS-ROW-COUNT " loaded " WS-INSERT-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "batch_steps : " WS-INSERT-COUNT " row(s)."
           END-IF.
       8600-RELOAD-BATSTEP-END.

       8600-INSERT-ONE-BEGIN.
           MOVE F-DATA-RCD TO U-BATSTEP-RCD.
           MOVE U-BATSTEP-ID TO WS-HN1.
           MOVE U-BATSTEP-BUSINESS-DATE TO WS-HC1.
           MOVE U-BATSTEP-CONTROL-FILE TO WS-HC2.
           MOVE U-BATSTEP-COMMAND TO WS-HC3.
           MOVE U-BATSTEP-OPERAND TO WS-HC4.
           MOVE U-BATSTEP-STARTED-AT TO WS-HC5.
           MOVE U-BATSTEP-ENDED-AT TO WS-HC6.
           MOVE U-BATSTEP-STATUS TO WS-HC7.

       EXEC SQL
           INSERT INTO batch_steps
               (
                id,
                business_date,
                control_file,
                command,
                operand,
                started_at,
                ended_at,
                status
               )
           VALUES (
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
           )
       END-EXEC.

               ADD 1 TO WS-INSERT-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Insert error on batch_steps "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       8600-INSERT-ONE-END.
