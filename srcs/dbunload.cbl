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

                   name,
                   max_loans,
                   daily_rate,
                   max_renewals,
                   pc_daily_minutes
               FROM categories
               ORDER BY id
       END-EXEC.
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
               FROM people
               ORDER BY id
       END-EXEC.
                   withdrawn_date,
                   version,
                   updated_at,
                   audience,
                   class_number,
                   cutter,
                   work_id
               FROM books
               ORDER BY id
       END-EXEC.
                   id,
                   code,
                   name,
                   deleted_date,
                   float_group,
                   courier_route
               FROM branches
               ORDER BY id
       END-EXEC.
                   transfer_to_branch,
                   suggest_branch,
                   repl_suggested,
                   cost,
                   loan_policy,
                   piece_count,
                   contents
               FROM copies
               ORDER BY id
       END-EXEC.
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
               FROM borrowings
               ORDER BY id
       END-EXEC.
                   fulfilled_date,
                   closed_date,
                   pickup_branch,
                   order_id,
                   suspend_from,
                   suspend_until,
                   any_edition
               FROM holds
               ORDER BY id
       END-EXEC.
                   people_id,
                   fine_type,
                   charge_code,
                   equipment_loan_id,
                   vat_code,
                   vat_rate,
                   vat_amount
               FROM fines
               ORDER BY id
       END-EXEC.
                   kind,
                   reason_code,
                   till_session_id,
                   refund_of,
                   payer_id,
                   tender,
                   external_reference
               FROM fine_payments
               ORDER BY id
       END-EXEC.
                   action,
                   changed_date,
                   operator_id,
                   detail,
                   chain_seq,
                   chain_hash
               FROM audit_log
               ORDER BY id
       END-EXEC.
                   unit_price,
                   transmitted_date,
                   ack_status,
                   expected_date,
                   standing_order_id
               FROM orders
               ORDER BY id
       END-EXEC.
                   open_holds,
                   unpaid_fines,
                   event_attendance,
                   ill_lent,
                   visits,
                   e_loans
               FROM stats_history
               ORDER BY id
       END-EXEC.
                   event_type,
                   event_date,
                   event_time,
                   borrowing_id,
                   proxy_id,
                   station_id
               FROM desk_events
               ORDER BY id
       END-EXEC.
                   id,
                   name,
                   contact,
                   deleted_date,
                   lending_fee,
                   late_fee,
                   lost_fee
               FROM ill_partners
               ORDER BY id
       END-EXEC.
                   requested_date,
                   received_date,
                   due_date,
                   returned_date,
                   lost_date,
                   lend_billed,
                   late_billed,
                   lost_billed
               FROM ill_requests
               ORDER BY id
       END-EXEC.
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
               FROM serial_subscriptions
               ORDER BY id
       END-EXEC.
                   received_date,
                   lent_people_id,
                   due_date,
                   claim_count,
                   lend_count,
                   bound_copy_id,
                   bound_date
               FROM serial_issues
               ORDER BY id
       END-EXEC.
                   float_amount,
                   counted_amount,
                   closed_at,
                   status,
                   branch_id
               FROM till_sessions
               ORDER BY id
       END-EXEC.
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
               FROM funds
               ORDER BY id
       END-EXEC.
                   supplier_id,
                   invoice_number,
                   invoice_date,
                   status,
                   submitted_date,
                   ap_run_id,
                   paid_date,
                   payment_reference
               FROM invoices
               ORDER BY id
       END-EXEC.
                   order_id,
                   quantity,
                   unit_price,
                   match_status,
                   vat_code,
                   vat_rate,
                   vat_amount
               FROM invoice_lines
               ORDER BY id
       END-EXEC.
                   event_date,
                   room,
                   capacity,
                   deleted_date,
                   popular_flag,
                   series_id
               FROM events
               ORDER BY id
       END-EXEC.
                   people_id,
                   reg_date,
                   status,
                   attended_flag,
                   cancelled_date,
                   promoted_date,
                   reminded_date
               FROM event_registrations
               ORDER BY id
       END-EXEC.
           DECLARE u_notifications CURSOR FOR
               SELECT
                   id,
                   COALESCE(people_id, 0),
                   channel,
                   notice_kind,
                   notice_text,
                   created_date,
                   status,
                   sent_date,
                   recipient_address,
                   attachment_file
               FROM notifications
               ORDER BY id
       END-EXEC.
               SELECT
                   code,
                   description,
                   amount,
                   vat_code
               FROM charge_codes
               ORDER BY code
       END-EXEC.
                   line_count,
                   file_name,
                   keep_flag,
                   purged_date,
                   distributed_date
               FROM spool_catalog
               ORDER BY id
       END-EXEC.
                   replacement_value,
                   loan_days,
                   status,
                   deleted_date,
                   inspect_days,
                   last_inspect_date,
                   next_inspect_date,
                   inspect_result
               FROM equipment
               ORDER BY id
       END-EXEC.
                   ship_date,
                   due_date,
                   returned_date,
                   status,
                   lost_date,
                   lend_billed,
                   late_billed,
                   lost_billed
               FROM ill_loans
               ORDER BY id
       END-EXEC.
                   title,
                   price,
                   sold_date,
                   status,
                   vat_code,
                   vat_rate,
                   vat_amount,
                   sale_payment_id,
                   lost_item_id
               FROM sale_items
               ORDER BY id
       END-EXEC.
               ORDER BY book_id
       END-EXEC.

      *    the works that group the editions of a title
       EXEC SQL
           DECLARE u_works CURSOR FOR
               SELECT
                   id,
                   title,
                   created_date
               FROM works
               ORDER BY id
       END-EXEC.

      *    the family card groups
       EXEC SQL
           DECLARE u_households CURSOR FOR
               SELECT
                   id,
                   name,
                   guarantor_id,
                   max_loans,
                   created_date,
                   deleted_date
               FROM households
               ORDER BY id
       END-EXEC.

      *    the dated suspensions of borrowing rights
       EXEC SQL
           DECLARE u_patron_suspensions CURSOR FOR
               SELECT
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
               FROM patron_suspensions
               ORDER BY id
       END-EXEC.

      *    who may collect for whom
       EXEC SQL
           DECLARE u_proxy_authorisations CURSOR FOR
               SELECT
                   id,
                   principal_id,
                   proxy_id,
                   expiry_date,
                   set_by,
                   set_date,
                   revoked_date
               FROM proxy_authorisations
               ORDER BY id
       END-EXEC.

      *    the network-wide blocked card list
       EXEC SQL
           DECLARE u_network_blocks CURSOR FOR
               SELECT
                   id,
                   partner_id,
                   card_number,
                   last_name,
                   first_name,
                   reason,
                   amount,
                   list_date,
                   loaded_date
               FROM network_blocks
               ORDER BY id
       END-EXEC.

      *    copies on the van between branches
       EXEC SQL
           DECLARE u_transit_items CURSOR FOR
               SELECT
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
               FROM transit_items
               ORDER BY id
       END-EXEC.

      *    the floating collection limits per type and group
       EXEC SQL
           DECLARE u_float_rules CURSOR FOR
               SELECT
                   id,
                   type_id,
                   float_group,
                   min_copies,
                   max_copies,
                   set_date,
                   deleted_date
               FROM float_rules
               ORDER BY id
       END-EXEC.

      *    copies that floated to another branch
       EXEC SQL
           DECLARE u_float_moves CURSOR FOR
               SELECT
                   id,
                   copy_id,
                   type_id,
                   from_branch,
                   to_branch,
                   move_date,
                   borrowing_id
               FROM float_moves
               ORDER BY id
       END-EXEC.

      *    the items used in the building but not lent
       EXEC SQL
           DECLARE u_in_library_uses CURSOR FOR
               SELECT
                   id,
                   copy_id,
                   book_id,
                   use_date,
                   use_time,
                   operator_id
               FROM in_library_uses
               ORDER BY id
       END-EXEC.

      *    the e-lending loans imported from the platform
       EXEC SQL
           DECLARE u_electronic_loans CURSOR FOR
               SELECT
                   id,
                   people_id,
                   card_number,
                   title,
                   isbn,
                   format,
                   loan_date,
                   expiry_date,
                   imported_date
               FROM electronic_loans
               ORDER BY id
       END-EXEC.

      *    the patron and staff reading lists
       EXEC SQL
           DECLARE u_reading_lists CURSOR FOR
               SELECT
                   id,
                   people_id,
                   list_kind,
                   name,
                   created_date,
                   deleted_date
               FROM reading_lists
               ORDER BY id
       END-EXEC.

      *    the titles on each reading list
       EXEC SQL
           DECLARE u_reading_list_items CURSOR FOR
               SELECT
                   id,
                   list_id,
                   book_id,
                   added_date
               FROM reading_list_items
               ORDER BY id
       END-EXEC.

      *    the patron reviews and their moderation
       EXEC SQL
           DECLARE u_reviews CURSOR FOR
               SELECT
                   id,
                   book_id,
                   people_id,
                   rating,
                   review_text,
                   submitted_date,
                   status,
                   moderated_by,
                   moderated_date
               FROM reviews
               ORDER BY id
       END-EXEC.

      *    the housebound delivery rounds
       EXEC SQL
           DECLARE u_delivery_rounds CURSOR FOR
               SELECT
                   id,
                   name,
                   volunteer_name,
                   round_day,
                   deleted_date
               FROM delivery_rounds
               ORDER BY id
       END-EXEC.

      *    what each housebound reader likes and will not have
       EXEC SQL
           DECLARE u_delivery_prefs CURSOR FOR
               SELECT
                   id,
                   people_id,
                   pref_kind,
                   ref_id
               FROM delivery_prefs
               ORDER BY id
       END-EXEC.

      *    the books picked for each round
       EXEC SQL
           DECLARE u_delivery_selections CURSOR FOR
               SELECT
                   id,
                   people_id,
                   round_id,
                   book_id,
                   run_date,
                   status,
                   borrowing_id
               FROM delivery_selections
               ORDER BY id
       END-EXEC.

      *    the series on standing order
       EXEC SQL
           DECLARE u_standing_orders CURSOR FOR
               SELECT
                   id,
                   series_name,
                   supplier_id,
                   fund_id,
                   quantity,
                   started_date,
                   cancelled_date
               FROM standing_orders
               ORDER BY id
       END-EXEC.

      *    the safety test history of the drawer items
       EXEC SQL
           DECLARE u_equipment_inspections CURSOR FOR
               SELECT
                   id,
                   equipment_id,
                   inspected_date,
                   result,
                   tester,
                   software_reset,
                   notes,
                   recorded_by
               FROM equipment_inspections
               ORDER BY id
       END-EXEC.

      *    the repeating event patterns
       EXEC SQL
           DECLARE u_event_series CURSOR FOR
               SELECT
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
               FROM event_series
               ORDER BY id
       END-EXEC.

      *    the room hire customers
       EXEC SQL
           DECLARE u_hirers CURSOR FOR
               SELECT
                   id,
                   name,
                   contact_name,
                   address,
                   phone_number,
                   email_address,
                   rate_band,
                   created_date,
                   deleted_date
               FROM hirers
               ORDER BY id
       END-EXEC.

      *    the hourly room rates by band
       EXEC SQL
           DECLARE u_room_rates CURSOR FOR
               SELECT
                   id,
                   room,
                   rate_band,
                   hourly_rate
               FROM room_rates
               ORDER BY id
       END-EXEC.

      *    the room bookings and their charges
       EXEC SQL
           DECLARE u_room_hires CURSOR FOR
               SELECT
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
               FROM room_hires
               ORDER BY id
       END-EXEC.

      *    the monthly invoices to room hirers
       EXEC SQL
           DECLARE u_hire_invoices CURSOR FOR
               SELECT
                   id,
                   hirer_id,
                   period,
                   invoice_date,
                   amount,
                   fine_id
               FROM hire_invoices
               ORDER BY id
       END-EXEC.

      *    the public computers
       EXEC SQL
           DECLARE u_pcs CURSOR FOR
               SELECT
                   id,
                   branch_id,
                   name,
                   created_date,
                   deleted_date
               FROM pcs
               ORDER BY id
       END-EXEC.

      *    the public computer sessions
       EXEC SQL
           DECLARE u_pc_bookings CURSOR FOR
               SELECT
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
               FROM pc_bookings
               ORDER BY id
       END-EXEC.

      *    the print station files already posted
       EXEC SQL
           DECLARE u_print_station_loads CURSOR FOR
               SELECT
                   file_name,
                   load_date,
                   jobs_posted,
                   patron_amount,
                   anonymous_amount
               FROM print_station_loads
               ORDER BY file_name
       END-EXEC.

      *    the self-service terminals allowed to connect
       EXEC SQL
           DECLARE u_sip_terminals CURSOR FOR
               SELECT
                   terminal_id,
                   password,
                   branch_id,
                   pin_required,
                   active,
                   description
               FROM sip_terminals
               ORDER BY terminal_id
       END-EXEC.

      *    the door counter figures by branch and hour
       EXEC SQL
           DECLARE u_footfall CURSOR FOR
               SELECT
                   id,
                   branch_id,
                   count_date,
                   count_hour,
                   visits_in,
                   visits_out,
                   imported_date
               FROM footfall
               ORDER BY id
       END-EXEC.

      *    the volunteer register
       EXEC SQL
           DECLARE u_volunteers CURSOR FOR
               SELECT
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
               FROM volunteers
               ORDER BY id
       END-EXEC.

      *    the volunteer rota
       EXEC SQL
           DECLARE u_volunteer_shifts CURSOR FOR
               SELECT
                   id,
                   branch_id,
                   activity,
                   shift_date,
                   start_time,
                   end_time,
                   volunteer_id,
                   cancelled_date
               FROM volunteer_shifts
               ORDER BY id
       END-EXEC.

      *    the hours the volunteers logged
       EXEC SQL
           DECLARE u_volunteer_hours CURSOR FOR
               SELECT
                   id,
                   volunteer_id,
                   shift_id,
                   branch_id,
                   activity,
                   work_date,
                   minutes,
                   logged_date
               FROM volunteer_hours
               ORDER BY id
       END-EXEC.

      *    the lost property register
       EXEC SQL
           DECLARE u_lost_items CURSOR FOR
               SELECT
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
               FROM lost_items
               ORDER BY id
       END-EXEC.

      *    the ledger accounts each charge and fund posts to
       EXEC SQL
           DECLARE u_gl_mappings CURSOR FOR
               SELECT
                   id,
                   ledger_kind,
                   charge_code,
                   fund_code,
                   branch_id,
                   debit_account,
                   credit_account,
                   cost_centre,
                   deleted_date
               FROM gl_mappings
               ORDER BY id
       END-EXEC.

      *    who gets which report, and how
       EXEC SQL
           DECLARE u_report_recipients CURSOR FOR
               SELECT
                   id,
                   report_name,
                   recipient_name,
                   address,
                   channel,
                   schedule,
                   patron_data_ok,
                   active
               FROM report_recipients
               ORDER BY id
       END-EXEC.

      *    each report delivery and its outcome
       EXEC SQL
           DECLARE u_report_deliveries CURSOR FOR
               SELECT
                   id,
                   catalog_id,
                   recipient_id,
                   report_name,
                   business_date,
                   queued_date,
                   channel,
                   outcome
               FROM report_deliveries
               ORDER BY id
       END-EXEC.

      *    the reports that carry patron data
       EXEC SQL
           DECLARE u_confidential_reports CURSOR FOR
               SELECT
                   report_name
               FROM confidential_reports
               ORDER BY report_name
       END-EXEC.

      *    the catalogue quality scores by day
       EXEC SQL
           DECLARE u_quality_history CURSOR FOR
               SELECT
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
               FROM quality_history
               ORDER BY id
       END-EXEC.

      *    the row limits the growth report warns on
       EXEC SQL
           DECLARE u_table_limits CURSOR FOR
               SELECT
                   table_name,
                   row_limit,
                   keep_param
               FROM table_limits
               ORDER BY table_name
       END-EXEC.

      *    the daily table size snapshots
       EXEC SQL
           DECLARE u_table_growth CURSOR FOR
               SELECT
                   id,
                   snapshot_date,
                   table_name,
                   live_rows,
                   archived_rows,
                   exact_flag
               FROM table_growth
               ORDER BY id
       END-EXEC.

      *    the archive purge runs and what each moved
       EXEC SQL
           DECLARE u_archive_runs CURSOR FOR
               SELECT
                   id,
                   run_date,
                   loan_cutoff,
                   audit_cutoff,
                   loans,
                   fines,
                   payments,
                   audit_rows
               FROM archive_runs
               ORDER BY id
       END-EXEC.

      *    the running end of the audit hash chain
       EXEC SQL
           DECLARE u_audit_chain CURSOR FOR
               SELECT
                   id,
                   last_seq,
                   last_hash
               FROM audit_chain
               ORDER BY id
       END-EXEC.

      *    where the audit chain was cut by an archive run
       EXEC SQL
           DECLARE u_audit_checkpoints CURSOR FOR
               SELECT
                   id,
                   checkpoint_date,
                   cutoff_date,
                   last_seq,
                   last_hash,
                   rows_archived,
                   signature
               FROM audit_checkpoints
               ORDER BY id
       END-EXEC.

      *    the step log of the batch control files
       EXEC SQL
           DECLARE u_batch_steps CURSOR FOR
               SELECT
                   id,
                   business_date,
                   control_file,
                   command,
                   operand,
                   started_at,
                   ended_at,
                   status
               FROM batch_steps
               ORDER BY id
       END-EXEC.

       PROCEDURE DIVISION.

           PERFORM 1000-UNLOAD-AUTHORS-BEGIN
              THRU 1000-UNLOAD-AUTHORS-END.

           PERFORM 1100-UNLOAD-EDITORS-BEGIN
              THRU 1100-UNLOAD-EDITORS-END.

           PERFORM 1200-UNLOAD-TYPES-BEGIN
              THRU 1200-UNLOAD-TYPES-END.

           PERFORM 1300-UNLOAD-CATEGORIES-BEGIN
              THRU 1300-UNLOAD-CATEGORIES-END.

           PERFORM 1400-UNLOAD-PEOPLE-BEGIN
              THRU 1400-UNLOAD-PEOPLE-END.

           PERFORM 1500-UNLOAD-BOOKS-BEGIN
              THRU 1500-UNLOAD-BOOKS-END.

           PERFORM 1600-UNLOAD-BRANCHES-BEGIN
              THRU 1600-UNLOAD-BRANCHES-END.

           PERFORM 1700-UNLOAD-COPIES-BEGIN
              THRU 1700-UNLOAD-COPIES-END.

           PERFORM 1800-UNLOAD-BORROWINGS-BEGIN
              THRU 1800-UNLOAD-BORROWINGS-END.

           PERFORM 1900-UNLOAD-BOOKS-AUTHORS-BEGIN
              THRU 1900-UNLOAD-BOOKS-AUTHORS-END.

           PERFORM 2000-UNLOAD-HOLDS-BEGIN
              THRU 2000-UNLOAD-HOLDS-END.

           PERFORM 2100-UNLOAD-FINES-BEGIN
              THRU 2100-UNLOAD-FINES-END.

           PERFORM 2200-UNLOAD-FINE-PAYMENTS-BEGIN
              THRU 2200-UNLOAD-FINE-PAYMENTS-END.

           PERFORM 2300-UNLOAD-AUDIT-LOG-BEGIN
              THRU 2300-UNLOAD-AUDIT-LOG-END.

           PERFORM 2400-UNLOAD-SUPPLIERS-BEGIN
              THRU 2400-UNLOAD-SUPPLIERS-END.

           PERFORM 2500-UNLOAD-ORDERS-BEGIN
              THRU 2500-UNLOAD-ORDERS-END.

           PERFORM 2600-UNLOAD-BUSINESS-DAY-BEGIN
              THRU 2600-UNLOAD-BUSINESS-DAY-END.

           PERFORM 2700-UNLOAD-CLOSED-DAYS-BEGIN
              THRU 2700-UNLOAD-CLOSED-DAYS-END.

           PERFORM 2800-UNLOAD-BATCH-RUNS-BEGIN
              THRU 2800-UNLOAD-BATCH-RUNS-END.

           PERFORM 2900-UNLOAD-OPERATORS-BEGIN
              THRU 2900-UNLOAD-OPERATORS-END.

           PERFORM 3000-UNLOAD-PARAMETERS-BEGIN
              THRU 3000-UNLOAD-PARAMETERS-END.

           PERFORM 3100-UNLOAD-STATS-HISTORY-BEGIN
              THRU 3100-UNLOAD-STATS-HISTORY-END.

           PERFORM 3200-UNLOAD-DESK-EVENTS-BEGIN
              THRU 3200-UNLOAD-DESK-EVENTS-END.

           PERFORM 3300-UNLOAD-BOOKINGS-BEGIN
           PERFORM 6400-UNLOAD-BOOKSUBJ-BEGIN
              THRU 6400-UNLOAD-BOOKSUBJ-END.

           PERFORM 6500-UNLOAD-WORKS-BEGIN
              THRU 6500-UNLOAD-WORKS-END.

           PERFORM 6550-UNLOAD-HOUSEHOLD-BEGIN
              THRU 6550-UNLOAD-HOUSEHOLD-END.

           PERFORM 6600-UNLOAD-SUSPEND-BEGIN
              THRU 6600-UNLOAD-SUSPEND-END.

           PERFORM 6650-UNLOAD-PROXYAUTH-BEGIN
              THRU 6650-UNLOAD-PROXYAUTH-END.

           PERFORM 6700-UNLOAD-NETBLOCK-BEGIN
              THRU 6700-UNLOAD-NETBLOCK-END.

           PERFORM 6750-UNLOAD-TRANSIT-BEGIN
              THRU 6750-UNLOAD-TRANSIT-END.

           PERFORM 6800-UNLOAD-FLTRULE-BEGIN
              THRU 6800-UNLOAD-FLTRULE-END.

           PERFORM 6850-UNLOAD-FLTMOVE-BEGIN
              THRU 6850-UNLOAD-FLTMOVE-END.

           PERFORM 6900-UNLOAD-INLIBUSE-BEGIN
              THRU 6900-UNLOAD-INLIBUSE-END.

           PERFORM 6950-UNLOAD-ELOANS-BEGIN
              THRU 6950-UNLOAD-ELOANS-END.

           PERFORM 7000-UNLOAD-RLIST-BEGIN
              THRU 7000-UNLOAD-RLIST-END.

           PERFORM 7050-UNLOAD-RLISTITEM-BEGIN
              THRU 7050-UNLOAD-RLISTITEM-END.

           PERFORM 7100-UNLOAD-REVIEWS-BEGIN
              THRU 7100-UNLOAD-REVIEWS-END.

           PERFORM 7150-UNLOAD-DLVROUND-BEGIN
              THRU 7150-UNLOAD-DLVROUND-END.

           PERFORM 7200-UNLOAD-DLVPREF-BEGIN
              THRU 7200-UNLOAD-DLVPREF-END.

           PERFORM 7250-UNLOAD-DLVSEL-BEGIN
              THRU 7250-UNLOAD-DLVSEL-END.

           PERFORM 7300-UNLOAD-STANDORD-BEGIN
              THRU 7300-UNLOAD-STANDORD-END.

           PERFORM 7350-UNLOAD-EQUIPINSP-BEGIN
              THRU 7350-UNLOAD-EQUIPINSP-END.

           PERFORM 7400-UNLOAD-EVSERIES-BEGIN
              THRU 7400-UNLOAD-EVSERIES-END.

           PERFORM 7450-UNLOAD-HIRERS-BEGIN
              THRU 7450-UNLOAD-HIRERS-END.

           PERFORM 7500-UNLOAD-ROOMRATE-BEGIN
              THRU 7500-UNLOAD-ROOMRATE-END.

           PERFORM 7550-UNLOAD-ROOMHIRE-BEGIN
              THRU 7550-UNLOAD-ROOMHIRE-END.

           PERFORM 7600-UNLOAD-HIREINV-BEGIN
              THRU 7600-UNLOAD-HIREINV-END.

           PERFORM 7650-UNLOAD-PCS-BEGIN
              THRU 7650-UNLOAD-PCS-END.

           PERFORM 7700-UNLOAD-PCBOOK-BEGIN
              THRU 7700-UNLOAD-PCBOOK-END.

           PERFORM 7750-UNLOAD-PRTLOAD-BEGIN
              THRU 7750-UNLOAD-PRTLOAD-END.

           PERFORM 7800-UNLOAD-SIPTERM-BEGIN
              THRU 7800-UNLOAD-SIPTERM-END.

           PERFORM 7850-UNLOAD-FOOTFALL-BEGIN
              THRU 7850-UNLOAD-FOOTFALL-END.

           PERFORM 7900-UNLOAD-VOLUNTEER-BEGIN
              THRU 7900-UNLOAD-VOLUNTEER-END.

           PERFORM 7950-UNLOAD-VOLSHIFT-BEGIN
              THRU 7950-UNLOAD-VOLSHIFT-END.

           PERFORM 8000-UNLOAD-VOLHOURS-BEGIN
              THRU 8000-UNLOAD-VOLHOURS-END.

           PERFORM 8050-UNLOAD-LOSTITEM-BEGIN
              THRU 8050-UNLOAD-LOSTITEM-END.

           PERFORM 8100-UNLOAD-GLMAP-BEGIN
              THRU 8100-UNLOAD-GLMAP-END.

           PERFORM 8150-UNLOAD-RPTRECIP-BEGIN
              THRU 8150-UNLOAD-RPTRECIP-END.

           PERFORM 8200-UNLOAD-RPTDELIV-BEGIN
              THRU 8200-UNLOAD-RPTDELIV-END.

           PERFORM 8250-UNLOAD-CONFRPT-BEGIN
              THRU 8250-UNLOAD-CONFRPT-END.

           PERFORM 8300-UNLOAD-QUALHIST-BEGIN
              THRU 8300-UNLOAD-QUALHIST-END.

           PERFORM 8350-UNLOAD-TBLLIMIT-BEGIN
              THRU 8350-UNLOAD-TBLLIMIT-END.

           PERFORM 8400-UNLOAD-TBLGROW-BEGIN
              THRU 8400-UNLOAD-TBLGROW-END.

           PERFORM 8450-UNLOAD-ARCRUN-BEGIN
              THRU 8450-UNLOAD-ARCRUN-END.

           PERFORM 8500-UNLOAD-AUDCHAIN-BEGIN
              THRU 8500-UNLOAD-AUDCHAIN-END.

           PERFORM 8550-UNLOAD-AUDCHKPT-BEGIN
              THRU 8550-UNLOAD-AUDCHKPT-END.

           PERFORM 8600-UNLOAD-BATSTEP-BEGIN
              THRU 8600-UNLOAD-BATSTEP-END.

           DISPLAY WS-TABLE-COUNT " table(s) unloaded to output/"
                   ", " WS-ERROR-COUNT " error(s).".

           EXIT PROGRAM.

       1000-UNLOAD-AUTHORS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "authors" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_authors END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on authors SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_authors
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-AUTHORS-ID
                   MOVE WS-HC1 TO U-AUTHORS-LAST-NAME
                   MOVE WS-HC2 TO U-AUTHORS-FIRST-NAME
                   MOVE WS-HC3 TO U-AUTHORS-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-AUTHORS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_authors END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "authors : " WS-ROW-COUNT " row(s).".
       1000-UNLOAD-AUTHORS-END.

       1100-UNLOAD-EDITORS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "editors" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_editors END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on editors SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_editors
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-EDITORS-ID
                   MOVE WS-HC1 TO U-EDITORS-NAME
                   MOVE WS-HC2 TO U-EDITORS-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-EDITORS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_editors END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "editors : " WS-ROW-COUNT " row(s).".
       1100-UNLOAD-EDITORS-END.

       1200-UNLOAD-TYPES-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "types" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_types END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on types SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_types
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HN2,
               :WS-HD1
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-TYPES-ID
                   MOVE WS-HC1 TO U-TYPES-NAME
                   MOVE WS-HC2 TO U-TYPES-DELETED-DATE
                   MOVE WS-HN2 TO U-TYPES-LOAN-PERIOD-DAYS
                   MOVE WS-HD1 TO U-TYPES-DEFAULT-COST
                   WRITE F-DATA-RCD FROM U-TYPES-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_types END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "types : " WS-ROW-COUNT " row(s).".
       1200-UNLOAD-TYPES-END.

       1300-UNLOAD-CATEGORIES-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "categories" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_categories END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on categories SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_categories
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HN2,
               :WS-HD2,
               :WS-HN3,
               :WS-HN4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-CATEGORIES-ID
                   MOVE WS-HC1 TO U-CATEGORIES-CODE
                   MOVE WS-HC2 TO U-CATEGORIES-NAME
                   MOVE WS-HN2 TO U-CATEGORIES-MAX-LOANS
                   MOVE WS-HD2 TO U-CATEGORIES-DAILY-RATE
                   MOVE WS-HN3 TO U-CATEGORIES-MAX-RENEWALS
                   MOVE WS-HN4 TO U-CATEGORIES-PC-DAILY-MINUTES
                   WRITE F-DATA-RCD FROM U-CATEGORIES-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_categories END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "categories : " WS-ROW-COUNT " row(s).".
       1300-UNLOAD-CATEGORIES-END.

       1400-UNLOAD-PEOPLE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "people" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_people END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on people SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_people
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HN2,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7,
               :WS-HC8,
               :WS-HC9,
               :WS-HC10,
               :WS-HC11,
               :WS-HC12,
               :WS-HC13,
               :WS-HC14,
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-PEOPLE-ID
                   MOVE WS-HC1 TO U-PEOPLE-LAST-NAME
                   MOVE WS-HC2 TO U-PEOPLE-FIRST-NAME
                   MOVE WS-HC3 TO U-PEOPLE-PHONE-NUMBER
                   MOVE WS-HC4 TO U-PEOPLE-EMAIL-ADDRESS
                   MOVE WS-HN2 TO U-PEOPLE-VERSION
                   MOVE WS-HC5 TO U-PEOPLE-UPDATED-AT
                   MOVE WS-HC6 TO U-PEOPLE-CATEGORY-CODE
                   MOVE WS-HC7 TO U-PEOPLE-PIN
                   MOVE WS-HC8 TO U-PEOPLE-CARD-NUMBER
                   MOVE WS-HC9 TO U-PEOPLE-INSTITUTION-FLAG
                   MOVE WS-HC10 TO U-PEOPLE-INSTITUTION-NAME
                   MOVE WS-HC11 TO U-PEOPLE-REGISTERED-DATE
                   MOVE WS-HC12 TO U-PEOPLE-EXPIRY-DATE
                   MOVE WS-HC13 TO U-PEOPLE-NOTIFY-CHANNEL
                   MOVE WS-HC14 TO U-PEOPLE-ADDRESS-CHECK
                   MOVE WS-HD1 TO U-PEOPLE-CREDIT-BALANCE
                   MOVE WS-HC15 TO U-PEOPLE-BIRTH-DATE
                   MOVE WS-HN3 TO U-PEOPLE-HOME-PARTNER-ID
                   MOVE WS-HC16 TO U-PEOPLE-HOME-CARD-NUMBER
                   MOVE WS-HN4 TO U-PEOPLE-HOUSEHOLD-ID
                   MOVE WS-HN5 TO U-PEOPLE-CLAIMS-COUNT
                   MOVE WS-HC17 TO U-PEOPLE-DELIVERY-FLAG
                   MOVE WS-HN6 TO U-PEOPLE-DELIVERY-ROUND-ID
                   MOVE WS-HC18 TO U-PEOPLE-DELIVERY-LANGUAGE
                   MOVE WS-HC19 TO U-PEOPLE-DELIVERY-ADDRESS
                   MOVE WS-HC20 TO U-PEOPLE-HISTORY-PREF
                   MOVE WS-HC21 TO U-PEOPLE-SCHOOL-CLASS
                   MOVE WS-HC22 TO U-PEOPLE-LEFT-SCHOOL-NAME
                   MOVE WS-HC23 TO U-PEOPLE-LEFT-SCHOOL-DATE
                   MOVE WS-HC24 TO U-PEOPLE-MARKETING-CONSENT
                   MOVE WS-HC25 TO U-PEOPLE-CONSENT-DATE
                   MOVE WS-HC26 TO U-PEOPLE-CONSENT-SOURCE
                   MOVE WS-HC27 TO U-PEOPLE-UNSUBSCRIBE-REF
                   MOVE WS-HC28 TO U-PEOPLE-CARD-PRINT-STATUS
                   MOVE WS-HC29 TO U-PEOPLE-CARD-PRINTED-DATE
                   MOVE WS-HN7 TO U-PEOPLE-HOME-BRANCH-ID
                   WRITE F-DATA-RCD FROM U-PEOPLE-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_people END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "people : " WS-ROW-COUNT " row(s).".
       1400-UNLOAD-PEOPLE-END.

       1500-UNLOAD-BOOKS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "books" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_books END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on books SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_books
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5,
               :WS-HN6,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7,
               :WS-HN7,
               :WS-HC8,
               :WS-HN8,
               :WS-HC9,
               :WS-HC10,
               :WS-HC11,
               :WS-HC12,
               :WS-HN9
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-BOOKS-ID
                   MOVE WS-HC1 TO U-BOOKS-ISBN
                   MOVE WS-HC2 TO U-BOOKS-NAME
                   MOVE WS-HC3 TO U-BOOKS-YEAR
                   MOVE WS-HN2 TO U-BOOKS-AUTHOR-ID
                   MOVE WS-HN3 TO U-BOOKS-EDITOR-ID
                   MOVE WS-HN4 TO U-BOOKS-TYPE-ID
                   MOVE WS-HN5 TO U-BOOKS-COPIES-TOTAL
                   MOVE WS-HN6 TO U-BOOKS-COPIES-AVAILABLE
                   MOVE WS-HC4 TO U-BOOKS-DELETED-DATE
                   MOVE WS-HC5 TO U-BOOKS-SHELF-LOCATION
                   MOVE WS-HC6 TO U-BOOKS-LANGUAGE
                   MOVE WS-HC7 TO U-BOOKS-SERIES-NAME
                   MOVE WS-HN7 TO U-BOOKS-VOLUME-NUMBER
                   MOVE WS-HC8 TO U-BOOKS-WITHDRAWN-DATE
                   MOVE WS-HN8 TO U-BOOKS-VERSION
                   MOVE WS-HC9 TO U-BOOKS-UPDATED-AT
                   MOVE WS-HC10 TO U-BOOKS-AUDIENCE
                   MOVE WS-HC11 TO U-BOOKS-CLASS-NUMBER
                   MOVE WS-HC12 TO U-BOOKS-CUTTER
                   MOVE WS-HN9 TO U-BOOKS-WORK-ID
                   WRITE F-DATA-RCD FROM U-BOOKS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_books END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "books : " WS-ROW-COUNT " row(s).".
       1500-UNLOAD-BOOKS-END.

       1600-UNLOAD-BRANCHES-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "branches" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_branches END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on branches SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_branches
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-BRANCHES-ID
                   MOVE WS-HC1 TO U-BRANCHES-CODE
                   MOVE WS-HC2 TO U-BRANCHES-NAME
                   MOVE WS-HC3 TO U-BRANCHES-DELETED-DATE
                   MOVE WS-HC4 TO U-BRANCHES-FLOAT-GROUP
                   MOVE WS-HC5 TO U-BRANCHES-COURIER-ROUTE
                   WRITE F-DATA-RCD FROM U-BRANCHES-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_branches END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "branches : " WS-ROW-COUNT " row(s).".
       1600-UNLOAD-BRANCHES-END.

       1700-UNLOAD-COPIES-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "copies" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_copies END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on copies SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_copies
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5,
               :WS-HC7,
               :WS-HD1,
               :WS-HC8,
               :WS-HN6,
               :WS-HT1
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-COPIES-ID
                   MOVE WS-HN2 TO U-COPIES-BOOK-ID
                   MOVE WS-HC1 TO U-COPIES-BARCODE
                   MOVE WS-HC2 TO U-COPIES-ACQUIRED-DATE
                   MOVE WS-HC3 TO U-COPIES-CONDITION-CODE
                   MOVE WS-HC4 TO U-COPIES-STATUS
                   MOVE WS-HC5 TO U-COPIES-OOS-REASON
                   MOVE WS-HC6 TO U-COPIES-OOS-DATE
                   MOVE WS-HN3 TO U-COPIES-BRANCH-ID
                   MOVE WS-HN4 TO U-COPIES-TRANSFER-TO-BRANCH
                   MOVE WS-HN5 TO U-COPIES-SUGGEST-BRANCH
                   MOVE WS-HC7 TO U-COPIES-REPL-SUGGESTED
                   MOVE WS-HD1 TO U-COPIES-COST
                   MOVE WS-HC8 TO U-COPIES-LOAN-POLICY
                   MOVE WS-HN6 TO U-COPIES-PIECE-COUNT
                   MOVE WS-HT1 TO U-COPIES-CONTENTS
                   WRITE F-DATA-RCD FROM U-COPIES-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_copies END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "copies : " WS-ROW-COUNT " row(s).".
       1700-UNLOAD-COPIES-END.

       1800-UNLOAD-BORROWINGS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "borrowings" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_borrowings END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on borrowings SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_borrowings
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-BORROWINGS-ID
                   MOVE WS-HN2 TO U-BORROWINGS-PEOPLE-ID
                   MOVE WS-HN3 TO U-BORROWINGS-BOOK-ID
                   MOVE WS-HC1 TO U-BORROWINGS-START-DATE
                   MOVE WS-HC2 TO U-BORROWINGS-END-DATE
                   MOVE WS-HC3 TO U-BORROWINGS-RETURNED-DATE
                   MOVE WS-HN4 TO U-BORROWINGS-RENEWAL-COUNT
                   MOVE WS-HN5 TO U-BORROWINGS-COPY-ID
                   MOVE WS-HC4 TO U-BORROWINGS-RECALL-FLAG
                   MOVE WS-HC5 TO U-BORROWINGS-RECALL-DATE
                   MOVE WS-HN6 TO U-BORROWINGS-PROXY-ID
                   MOVE WS-HC6 TO U-BORROWINGS-CLAIM-STATUS
                   MOVE WS-HC7 TO U-BORROWINGS-CLAIM-DATE
                   MOVE WS-HC8 TO U-BORROWINGS-DELIVERY-FLAG
                   MOVE WS-HC9 TO U-BORROWINGS-LOAN-POLICY
                   MOVE WS-HC10 TO U-BORROWINGS-DUE-TIME
                   MOVE WS-HC11 TO U-BORROWINGS-RETURNED-TIME
                   MOVE WS-HN7 TO U-BORROWINGS-MISSING-PIECES
                   MOVE WS-HC12 TO U-BORROWINGS-INCOMPLETE-DATE
                   WRITE F-DATA-RCD FROM U-BORROWINGS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_borrowings END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "borrowings : " WS-ROW-COUNT " row(s).".
       1800-UNLOAD-BORROWINGS-END.

       1900-UNLOAD-BOOKS-AUTHORS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "books_authors" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_books_authors END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on books_authors SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_books_authors
           INTO
               :WS-HN1,
               :WS-HN2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-BOOKS-AUTHORS-BOOK-ID
                   MOVE WS-HN2 TO U-BOOKS-AUTHORS-AUTHOR-ID
                   WRITE F-DATA-RCD FROM U-BOOKS-AUTHORS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_books_authors END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "books_authors : " WS-ROW-COUNT " row(s).".
       1900-UNLOAD-BOOKS-AUTHORS-END.

       2000-UNLOAD-HOLDS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "holds" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_holds END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on holds SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_holds
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN4,
               :WS-HN5,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-HOLDS-ID
                   MOVE WS-HN2 TO U-HOLDS-BOOK-ID
                   MOVE WS-HN3 TO U-HOLDS-PEOPLE-ID
                   MOVE WS-HC1 TO U-HOLDS-REQUESTED-DATE
                   MOVE WS-HC2 TO U-HOLDS-FULFILLED-DATE
                   MOVE WS-HC3 TO U-HOLDS-CLOSED-DATE
                   MOVE WS-HN4 TO U-HOLDS-PICKUP-BRANCH
                   MOVE WS-HN5 TO U-HOLDS-ORDER-ID
                   MOVE WS-HC4 TO U-HOLDS-SUSPEND-FROM
                   MOVE WS-HC5 TO U-HOLDS-SUSPEND-UNTIL
                   MOVE WS-HC6 TO U-HOLDS-ANY-EDITION
                   WRITE F-DATA-RCD FROM U-HOLDS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_holds END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "holds : " WS-ROW-COUNT " row(s).".
       2000-UNLOAD-HOLDS-END.

       2100-UNLOAD-FINES-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "fines" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_fines END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on fines SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_fines
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HD1,
               :WS-HC1,
               :WS-HC2,
               :WS-HN3,
               :WS-HC3,
               :WS-HC4,
               :WS-HN4,
               :WS-HC5,
               :WS-HD3,
               :WS-HD4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-FINES-ID
                   MOVE WS-HN2 TO U-FINES-BORROWING-ID
                   MOVE WS-HD1 TO U-FINES-AMOUNT-DUE
                   MOVE WS-HC1 TO U-FINES-ASSESSED-DATE
                   MOVE WS-HC2 TO U-FINES-PAID-DATE
                   MOVE WS-HN3 TO U-FINES-PEOPLE-ID
                   MOVE WS-HC3 TO U-FINES-FINE-TYPE
                   MOVE WS-HC4 TO U-FINES-CHARGE-CODE
                   MOVE WS-HN4 TO U-FINES-EQUIPMENT-LOAN-ID
                   MOVE WS-HC5 TO U-FINES-VAT-CODE
                   MOVE WS-HD3 TO U-FINES-VAT-RATE
                   MOVE WS-HD4 TO U-FINES-VAT-AMOUNT
                   WRITE F-DATA-RCD FROM U-FINES-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_fines END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "fines : " WS-ROW-COUNT " row(s).".
       2100-UNLOAD-FINES-END.

       2200-UNLOAD-FINE-PAYMENTS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "fine_payments" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_fine_payments END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on fine_payments SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_fine_payments
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HD1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5,
               :WS-HC4,
               :WS-HC5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-FINE-PAYMENTS-ID
                   MOVE WS-HN2 TO U-FINE-PAYMENTS-FINE-ID
                   MOVE WS-HD1 TO U-FINE-PAYMENTS-AMOUNT
                   MOVE WS-HC1 TO U-FINE-PAYMENTS-PAID-DATE
                   MOVE WS-HC2 TO U-FINE-PAYMENTS-KIND
                   MOVE WS-HC3 TO U-FINE-PAYMENTS-REASON-CODE
                   MOVE WS-HN3 TO U-FINE-PAYMENTS-SESSION-ID
                   MOVE WS-HN4 TO U-FINE-PAYMENTS-REFUND-OF
                   MOVE WS-HN5 TO U-FINE-PAYMENTS-PAYER-ID
                   MOVE WS-HC4 TO U-FINE-PAYMENTS-TENDER
                   MOVE WS-HC5 TO U-FINE-PAYMENTS-EXT-REF
                   WRITE F-DATA-RCD FROM U-FINE-PAYMENTS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_fine_payments END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "fine_payments : " WS-ROW-COUNT " row(s).".
       2200-UNLOAD-FINE-PAYMENTS-END.

       2300-UNLOAD-AUDIT-LOG-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "audit_log" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_audit_log END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on audit_log SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_audit_log
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HN2,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HN3,
               :WS-HC6
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-AUDIT-LOG-ID
                   MOVE WS-HC1 TO U-AUDIT-LOG-ENTITY-NAME
                   MOVE WS-HN2 TO U-AUDIT-LOG-ENTITY-ID
                   MOVE WS-HC2 TO U-AUDIT-LOG-ACTION
                   MOVE WS-HC3 TO U-AUDIT-LOG-CHANGED-DATE
                   MOVE WS-HC4 TO U-AUDIT-LOG-OPERATOR-ID
                   MOVE WS-HC5 TO U-AUDIT-LOG-DETAIL
                   MOVE WS-HN3 TO U-AUDIT-LOG-CHAIN-SEQ
                   MOVE WS-HC6 TO U-AUDIT-LOG-CHAIN-HASH
                   WRITE F-DATA-RCD FROM U-AUDIT-LOG-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_audit_log END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "audit_log : " WS-ROW-COUNT " row(s).".
       2300-UNLOAD-AUDIT-LOG-END.

       2400-UNLOAD-SUPPLIERS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "suppliers" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_suppliers END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on suppliers SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_suppliers
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-SUPPLIERS-ID
                   MOVE WS-HC1 TO U-SUPPLIERS-NAME
                   MOVE WS-HC2 TO U-SUPPLIERS-PHONE-NUMBER
                   MOVE WS-HC3 TO U-SUPPLIERS-EMAIL-ADDRESS
                   MOVE WS-HC4 TO U-SUPPLIERS-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-SUPPLIERS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_suppliers END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "suppliers : " WS-ROW-COUNT " row(s).".
       2400-UNLOAD-SUPPLIERS-END.

       2500-UNLOAD-ORDERS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "orders" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_orders END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on orders SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_orders
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HN3,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HN4,
               :WS-HD1,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7,
               :WS-HN5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-ORDERS-ID
                   MOVE WS-HN2 TO U-ORDERS-SUPPLIER-ID
                   MOVE WS-HC1 TO U-ORDERS-ISBN
                   MOVE WS-HN3 TO U-ORDERS-QUANTITY
                   MOVE WS-HC2 TO U-ORDERS-ORDERED-DATE
                   MOVE WS-HC3 TO U-ORDERS-STATUS
                   MOVE WS-HC4 TO U-ORDERS-RECEIVED-DATE
                   MOVE WS-HN4 TO U-ORDERS-FUND-ID
                   MOVE WS-HD1 TO U-ORDERS-UNIT-PRICE
                   MOVE WS-HC5 TO U-ORDERS-TRANSMITTED-DATE
                   MOVE WS-HC6 TO U-ORDERS-ACK-STATUS
                   MOVE WS-HC7 TO U-ORDERS-EXPECTED-DATE
                   MOVE WS-HN5 TO U-ORDERS-STANDING-ORDER-ID
                   WRITE F-DATA-RCD FROM U-ORDERS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_orders END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "orders : " WS-ROW-COUNT " row(s).".
       2500-UNLOAD-ORDERS-END.

       2600-UNLOAD-BUSINESS-DAY-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "business_day" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_business_day END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on business_day SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_business_day
           INTO
               :WS-HN1,
               :WS-HC1
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-BUSINESS-DAY-ID
                   MOVE WS-HC1 TO U-BUSINESS-DAY-BUSINESS-DATE
                   WRITE F-DATA-RCD FROM U-BUSINESS-DAY-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_business_day END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "business_day : " WS-ROW-COUNT " row(s).".
       2600-UNLOAD-BUSINESS-DAY-END.

       2700-UNLOAD-CLOSED-DAYS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "closed_days" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_closed_days END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on closed_days SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_closed_days
           INTO
               :WS-HC1,
               :WS-HC2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HC1 TO U-CLOSED-DAYS-CLOSED-DATE
                   MOVE WS-HC2 TO U-CLOSED-DAYS-REASON
                   WRITE F-DATA-RCD FROM U-CLOSED-DAYS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_closed_days END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "closed_days : " WS-ROW-COUNT " row(s).".
       2700-UNLOAD-CLOSED-DAYS-END.

       2800-UNLOAD-BATCH-RUNS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "batch_runs" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_batch_runs END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on batch_runs SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_batch_runs
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HN2,
               :WS-HC5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-BATCH-RUNS-ID
                   MOVE WS-HC1 TO U-BATCH-RUNS-PROGRAM-NAME
                   MOVE WS-HC2 TO U-BATCH-RUNS-BUSINESS-DATE
                   MOVE WS-HC3 TO U-BATCH-RUNS-STARTED-AT
                   MOVE WS-HC4 TO U-BATCH-RUNS-ENDED-AT
                   MOVE WS-HN2 TO U-BATCH-RUNS-RECORD-COUNT
                   MOVE WS-HC5 TO U-BATCH-RUNS-STATUS
                   WRITE F-DATA-RCD FROM U-BATCH-RUNS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_batch_runs END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "batch_runs : " WS-ROW-COUNT " row(s).".
       2800-UNLOAD-BATCH-RUNS-END.

       2900-UNLOAD-OPERATORS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "operators" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_operators END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on operators SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_operators
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-OPERATORS-ID
                   MOVE WS-HC1 TO U-OPERATORS-OPERATOR-ID
                   MOVE WS-HC2 TO U-OPERATORS-PASSWORD
                   MOVE WS-HC3 TO U-OPERATORS-ROLE
                   MOVE WS-HC4 TO U-OPERATORS-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-OPERATORS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_operators END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "operators : " WS-ROW-COUNT " row(s).".
       2900-UNLOAD-OPERATORS-END.

       3000-UNLOAD-PARAMETERS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "parameters" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_parameters END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on parameters SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_parameters
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-PARAMETERS-ID
                   MOVE WS-HC1 TO U-PARAMETERS-PARAM-NAME
                   MOVE WS-HC2 TO U-PARAMETERS-PARAM-VALUE
                   WRITE F-DATA-RCD FROM U-PARAMETERS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_parameters END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "parameters : " WS-ROW-COUNT " row(s).".
       3000-UNLOAD-PARAMETERS-END.

       3100-UNLOAD-STATS-HISTORY-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "stats_history" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_stats_history END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on stats_history SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_stats_history
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5,
               :WS-HN6,
               :WS-HD3,
               :WS-HN9,
               :WS-HN10,
               :WS-HN7,
               :WS-HN8
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-STATS-HISTORY-ID
                   MOVE WS-HC1 TO U-STATS-HISTORY-BUSINESS-DATE
                   MOVE WS-HN2 TO U-STATS-HISTORY-TOTAL-BOOKS
                   MOVE WS-HN3 TO U-STATS-HISTORY-COPIES-ON-SHELF
                   MOVE WS-HN4 TO U-STATS-HISTORY-ACTIVE-LOANS
                   MOVE WS-HN5 TO U-STATS-HISTORY-OVERDUE-LOANS
                   MOVE WS-HN6 TO U-STATS-HISTORY-OPEN-HOLDS
                   MOVE WS-HD3 TO U-STATS-HISTORY-UNPAID-FINES
                   MOVE WS-HN9 TO U-STATS-HISTORY-EVENT-ATTEND
                   MOVE WS-HN10 TO U-STATS-HISTORY-ILL-LENT
                   MOVE WS-HN7 TO U-STATS-HISTORY-VISITS
                   MOVE WS-HN8 TO U-STATS-HISTORY-E-LOANS
                   WRITE F-DATA-RCD FROM U-STATS-HISTORY-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_stats_history END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "stats_history : " WS-ROW-COUNT " row(s).".
       3100-UNLOAD-STATS-HISTORY-END.

       3200-UNLOAD-DESK-EVENTS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "desk_events" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_desk_events END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on desk_events SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_desk_events
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2,
               :WS-HN3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-DESK-EVENTS-ID
                   MOVE WS-HC1 TO U-DESK-EVENTS-EVENT-TYPE
                   MOVE WS-HC2 TO U-DESK-EVENTS-EVENT-DATE
                   MOVE WS-HC3 TO U-DESK-EVENTS-EVENT-TIME
                   MOVE WS-HN2 TO U-DESK-EVENTS-BORROWING-ID
                   MOVE WS-HN3 TO U-DESK-EVENTS-PROXY-ID
                   MOVE WS-HC4 TO U-DESK-EVENTS-STATION-ID
                   WRITE F-DATA-RCD FROM U-DESK-EVENTS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_desk_events END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "desk_events : " WS-ROW-COUNT " row(s).".
       3200-UNLOAD-DESK-EVENTS-END.

       3300-UNLOAD-BOOKINGS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "bookings" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_bookings END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on bookings SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_bookings
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-BOOKINGS-ID
                   MOVE WS-HN2 TO U-BOOKINGS-BOOK-ID
                   MOVE WS-HN3 TO U-BOOKINGS-PEOPLE-ID
                   MOVE WS-HC1 TO U-BOOKINGS-FROM-DATE
                   MOVE WS-HC2 TO U-BOOKINGS-TO-DATE
                   MOVE WS-HC3 TO U-BOOKINGS-STATUS
                   WRITE F-DATA-RCD FROM U-BOOKINGS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_bookings END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "bookings : " WS-ROW-COUNT " row(s).".
       3300-UNLOAD-BOOKINGS-END.

       3400-UNLOAD-ILL-PARTNERS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "ill_partners" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_ill_partners END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on ill_partners SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_ill_partners
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HD1,
               :WS-HD3,
               :WS-HD4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-ILL-PARTNERS-ID
                   MOVE WS-HC1 TO U-ILL-PARTNERS-NAME
                   MOVE WS-HC2 TO U-ILL-PARTNERS-CONTACT
                   MOVE WS-HC3 TO U-ILL-PARTNERS-DELETED-DATE
                   MOVE WS-HD1 TO U-ILL-PARTNERS-LENDING-FEE
                   MOVE WS-HD3 TO U-ILL-PARTNERS-LATE-FEE
                   MOVE WS-HD4 TO U-ILL-PARTNERS-LOST-FEE
                   WRITE F-DATA-RCD FROM U-ILL-PARTNERS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_ill_partners END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "ill_partners : " WS-ROW-COUNT " row(s).".
       3400-UNLOAD-ILL-PARTNERS-END.

       3500-UNLOAD-ILL-REQUESTS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "ill_requests" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_ill_requests END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on ill_requests SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_ill_requests
           INTO
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
               :WS-HC8,
               :WS-HC9,
               :WS-HC10
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-ILL-REQUESTS-ID
                   MOVE WS-HN2 TO U-ILL-REQUESTS-PARTNER-ID
                   MOVE WS-HN3 TO U-ILL-REQUESTS-PEOPLE-ID
                   MOVE WS-HC1 TO U-ILL-REQUESTS-TITLE
                   MOVE WS-HC2 TO U-ILL-REQUESTS-STATUS
                   MOVE WS-HC3 TO U-ILL-REQUESTS-REQUESTED-DATE
                   MOVE WS-HC4 TO U-ILL-REQUESTS-RECEIVED-DATE
                   MOVE WS-HC5 TO U-ILL-REQUESTS-DUE-DATE
                   MOVE WS-HC6 TO U-ILL-REQUESTS-RETURNED-DATE
                   MOVE WS-HC7 TO U-ILL-REQUESTS-LOST-DATE
                   MOVE WS-HC8 TO U-ILL-REQUESTS-LEND-BILLED
                   MOVE WS-HC9 TO U-ILL-REQUESTS-LATE-BILLED
                   MOVE WS-HC10 TO U-ILL-REQUESTS-LOST-BILLED
                   WRITE F-DATA-RCD FROM U-ILL-REQUESTS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_ill_requests END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "ill_requests : " WS-ROW-COUNT " row(s).".
       3500-UNLOAD-ILL-REQUESTS-END.

       3600-UNLOAD-SERIAL-SUBSCRIPTIONS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "serial_subscriptions" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_serial_subscriptions END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on "
                       "serial_subscriptions SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_serial_subscriptions
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-SERIAL-SUBSCRIPTIONS-ID
                   MOVE WS-HC1 TO U-SERIAL-SUBSCRIPTIONS-TITLE
                   MOVE WS-HN2 TO U-SERIAL-SUBSCRIPTIONS-SUPPLIER-ID
                   MOVE WS-HN3 TO U-SERIAL-SUBSCRIPTIONS-TYPE-ID
                   MOVE WS-HN4 TO U-SERIAL-SUBSCRIPTIONS-FREQUENCY-DAYS
                   MOVE WS-HC2 TO U-SERIAL-SUBSCRIPTIONS-NEXT-EXPECTED
                   MOVE WS-HC3 TO U-SERIAL-SUBSCRIPTIONS-DELETED-DATE
                   MOVE WS-HN5 TO U-SERIAL-SUBSCRIPTIONS-CLAIMS
                   MOVE WS-HC4 TO U-SERIAL-SUBSCRIPTIONS-CANCELRV
                   MOVE WS-HD1 TO U-SERIAL-SUBSCRIPTIONS-ANNCOST
                   MOVE WS-HC5 TO U-SERIAL-SUBSCRIPTIONS-RENEWDT
                   MOVE WS-HN6 TO U-SERIAL-SUBSCRIPTIONS-FUND-ID
                   MOVE WS-HC6 TO U-SERIAL-SUBSCRIPTIONS-REVWFOR
                   MOVE WS-HC7 TO U-SERIAL-SUBSCRIPTIONS-RENDEC
                   MOVE WS-HC8 TO U-SERIAL-SUBSCRIPTIONS-INSTFOR
                   WRITE F-DATA-RCD FROM U-SERIAL-SUBSCRIPTIONS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_serial_subscriptions END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "serial_subscriptions : " WS-ROW-COUNT " row(s).".
       3600-UNLOAD-SERIAL-SUBSCRIPTIONS-END.

       3700-UNLOAD-SERIAL-ISSUES-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "serial_issues" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_serial_issues END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on serial_issues SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_serial_issues
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN3,
               :WS-HC4,
               :WS-HN4,
               :WS-HN5,
               :WS-HN6,
               :WS-HC5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-SERIAL-ISSUES-ID
                   MOVE WS-HN2 TO U-SERIAL-ISSUES-SUBSCRIPTION-ID
                   MOVE WS-HC1 TO U-SERIAL-ISSUES-ISSUE-LABEL
                   MOVE WS-HC2 TO U-SERIAL-ISSUES-EXPECTED-DATE
                   MOVE WS-HC3 TO U-SERIAL-ISSUES-RECEIVED-DATE
                   MOVE WS-HN3 TO U-SERIAL-ISSUES-LENT-PEOPLE-ID
                   MOVE WS-HC4 TO U-SERIAL-ISSUES-DUE-DATE
                   MOVE WS-HN4 TO U-SERIAL-ISSUES-CLAIM-COUNT
                   MOVE WS-HN5 TO U-SERIAL-ISSUES-LEND-COUNT
                   MOVE WS-HN6 TO U-SERIAL-ISSUES-BOUND-COPY-ID
                   MOVE WS-HC5 TO U-SERIAL-ISSUES-BOUND-DATE
                   WRITE F-DATA-RCD FROM U-SERIAL-ISSUES-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_serial_issues END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "serial_issues : " WS-ROW-COUNT " row(s).".
       3700-UNLOAD-SERIAL-ISSUES-END.

       3800-UNLOAD-DONORS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "donors" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_donors END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on donors SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_donors
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-DONORS-ID
                   MOVE WS-HC1 TO U-DONORS-NAME
                   MOVE WS-HC2 TO U-DONORS-PHONE-NUMBER
                   MOVE WS-HC3 TO U-DONORS-EMAIL-ADDRESS
                   MOVE WS-HC4 TO U-DONORS-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-DONORS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_donors END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "donors : " WS-ROW-COUNT " row(s).".
       3800-UNLOAD-DONORS-END.

       3900-UNLOAD-DONATIONS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "donations" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_donations END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on donations SQLCODE: "
                       SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_donations
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-DONATIONS-ID
                   MOVE WS-HN2 TO U-DONATIONS-DONOR-ID
                   MOVE WS-HC1 TO U-DONATIONS-TITLE
                   MOVE WS-HC2 TO U-DONATIONS-RECEIVED-DATE
                   MOVE WS-HC3 TO U-DONATIONS-DECISION
                   MOVE WS-HN3 TO U-DONATIONS-BOOK-ID
                   MOVE WS-HC4 TO U-DONATIONS-ACKNOWLEDGED
                   WRITE F-DATA-RCD FROM U-DONATIONS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_donations END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "donations : " WS-ROW-COUNT " row(s).".
       3900-UNLOAD-DONATIONS-END.

       4000-UNLOAD-TILL-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "till_sessions" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_till_sessions END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on till_sessions "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_till_sessions
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HD1,
               :WS-HD3,
               :WS-HC4,
               :WS-HC5,
               :WS-HN2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-TILL-ID
                   MOVE WS-HC1 TO U-TILL-OPERATOR-ID
                   MOVE WS-HC2 TO U-TILL-OPENED-DATE
                   MOVE WS-HC3 TO U-TILL-OPENED-AT
                   MOVE WS-HD1 TO U-TILL-FLOAT-AMOUNT
                   MOVE WS-HD3 TO U-TILL-COUNTED-AMOUNT
                   MOVE WS-HC4 TO U-TILL-CLOSED-AT
                   MOVE WS-HC5 TO U-TILL-STATUS
                   MOVE WS-HN2 TO U-TILL-BRANCH-ID
                   WRITE F-DATA-RCD FROM U-TILL-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_till_sessions END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "till_sessions : " WS-ROW-COUNT " row(s).".
       4000-UNLOAD-TILL-END.

       4100-UNLOAD-FUNDS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "funds" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_funds END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on funds "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_funds
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-FUNDS-ID
                   MOVE WS-HC1 TO U-FUNDS-CODE
                   MOVE WS-HC2 TO U-FUNDS-NAME
                   MOVE WS-HC3 TO U-FUNDS-FISCAL-YEAR
                   MOVE WS-HD4 TO U-FUNDS-ALLOCATION
                   MOVE WS-HD5 TO U-FUNDS-ENCUMBERED
                   MOVE WS-HD6 TO U-FUNDS-EXPENDED
                   MOVE WS-HC4 TO U-FUNDS-DELETED-DATE
                   MOVE WS-HC5 TO U-FUNDS-CARRY-POLICY
                   MOVE WS-HC6 TO U-FUNDS-FROZEN-DATE
                   MOVE WS-HN2 TO U-FUNDS-ROLLED-FROM-ID
                   MOVE WS-HD3 TO U-FUNDS-BUDGET-ALLOCATION
                   MOVE WS-HD1 TO U-FUNDS-CARRIED-IN
                   MOVE WS-HD2 TO U-FUNDS-CARRIED-OUT
                   MOVE WS-HD7 TO U-FUNDS-LAPSED
                   WRITE F-DATA-RCD FROM U-FUNDS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_funds END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "funds : " WS-ROW-COUNT " row(s).".
       4100-UNLOAD-FUNDS-END.

       4200-UNLOAD-INVOICES-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "invoices" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_invoices END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on invoices "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_invoices
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HN3,
               :WS-HC5,
               :WS-HC6
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-INVOICES-ID
                   MOVE WS-HN2 TO U-INVOICES-SUPPLIER-ID
                   MOVE WS-HC1 TO U-INVOICES-INVOICE-NUMBER
                   MOVE WS-HC2 TO U-INVOICES-INVOICE-DATE
                   MOVE WS-HC3 TO U-INVOICES-STATUS
                   MOVE WS-HC4 TO U-INVOICES-SUBMITTED-DATE
                   MOVE WS-HN3 TO U-INVOICES-AP-RUN-ID
                   MOVE WS-HC5 TO U-INVOICES-PAID-DATE
                   MOVE WS-HC6 TO U-INVOICES-PAYMENT-REFERENCE
                   WRITE F-DATA-RCD FROM U-INVOICES-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_invoices END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "invoices : " WS-ROW-COUNT " row(s).".
       4200-UNLOAD-INVOICES-END.

       4300-UNLOAD-INVLINES-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "invoice_lines" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_invoice_lines END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on invoice_lines "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_invoice_lines
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HD1,
               :WS-HC1,
               :WS-HC2,
               :WS-HD3,
               :WS-HD4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-INVLINES-ID
                   MOVE WS-HN2 TO U-INVLINES-INVOICE-ID
                   MOVE WS-HN3 TO U-INVLINES-ORDER-ID
                   MOVE WS-HN4 TO U-INVLINES-QUANTITY
                   MOVE WS-HD1 TO U-INVLINES-UNIT-PRICE
                   MOVE WS-HC1 TO U-INVLINES-MATCH-STATUS
                   MOVE WS-HC2 TO U-INVLINES-VAT-CODE
                   MOVE WS-HD3 TO U-INVLINES-VAT-RATE
                   MOVE WS-HD4 TO U-INVLINES-VAT-AMOUNT
                   WRITE F-DATA-RCD FROM U-INVLINES-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_invoice_lines END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "invoice_lines : " WS-ROW-COUNT " row(s).".
       4300-UNLOAD-INVLINES-END.

       4400-UNLOAD-SUGGEST-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "suggestions" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_suggestions END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on suggestions "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_suggestions
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7,
               :WS-HN3,
               :WS-HC8
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-SUGGEST-ID
                   MOVE WS-HN2 TO U-SUGGEST-PEOPLE-ID
                   MOVE WS-HC1 TO U-SUGGEST-TITLE
                   MOVE WS-HC2 TO U-SUGGEST-AUTHOR
                   MOVE WS-HC3 TO U-SUGGEST-ISBN
                   MOVE WS-HC4 TO U-SUGGEST-SUGGESTED-DATE
                   MOVE WS-HC5 TO U-SUGGEST-STATUS
                   MOVE WS-HC6 TO U-SUGGEST-DECLINE-REASON
                   MOVE WS-HC7 TO U-SUGGEST-DECIDED-DATE
                   MOVE WS-HN3 TO U-SUGGEST-ORDER-ID
                   MOVE WS-HC8 TO U-SUGGEST-NOTIFIED-DATE
                   WRITE F-DATA-RCD FROM U-SUGGEST-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_suggestions END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "suggestions : " WS-ROW-COUNT " row(s).".
       4400-UNLOAD-SUGGEST-END.

       4500-UNLOAD-EVENTS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "events" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_events END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on events "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_events
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2,
               :WS-HC4,
               :WS-HC5,
               :WS-HN3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-EVENTS-ID
                   MOVE WS-HC1 TO U-EVENTS-NAME
                   MOVE WS-HC2 TO U-EVENTS-EVENT-DATE
                   MOVE WS-HC3 TO U-EVENTS-ROOM
                   MOVE WS-HN2 TO U-EVENTS-CAPACITY
                   MOVE WS-HC4 TO U-EVENTS-DELETED-DATE
                   MOVE WS-HC5 TO U-EVENTS-POPULAR-FLAG
                   MOVE WS-HN3 TO U-EVENTS-SERIES-ID
                   WRITE F-DATA-RCD FROM U-EVENTS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_events END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "events : " WS-ROW-COUNT " row(s).".
       4500-UNLOAD-EVENTS-END.

       4600-UNLOAD-EVENTREG-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "event_registrations" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_event_registrations END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on event_registrations "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_event_registrations
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-EVENTREG-ID
                   MOVE WS-HN2 TO U-EVENTREG-EVENT-ID
                   MOVE WS-HN3 TO U-EVENTREG-PEOPLE-ID
                   MOVE WS-HC1 TO U-EVENTREG-REG-DATE
                   MOVE WS-HC2 TO U-EVENTREG-STATUS
                   MOVE WS-HC3 TO U-EVENTREG-ATTENDED
                   MOVE WS-HC4 TO U-EVENTREG-CANCELLED-DATE
                   MOVE WS-HC5 TO U-EVENTREG-PROMOTED-DATE
                   MOVE WS-HC6 TO U-EVENTREG-REMINDED-DATE
                   WRITE F-DATA-RCD FROM U-EVENTREG-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_event_registrations END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "event_registrations : " WS-ROW-COUNT " row(s).".
       4600-UNLOAD-EVENTREG-END.

       4700-UNLOAD-CHALLENGE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "challenges" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_challenges END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on challenges "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_challenges
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-CHALLENGE-ID
                   MOVE WS-HC1 TO U-CHALLENGE-NAME
                   MOVE WS-HC2 TO U-CHALLENGE-START-DATE
                   MOVE WS-HC3 TO U-CHALLENGE-END-DATE
                   MOVE WS-HN2 TO U-CHALLENGE-TARGET-COUNT
                   WRITE F-DATA-RCD FROM U-CHALLENGE-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_challenges END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "challenges : " WS-ROW-COUNT " row(s).".
       4700-UNLOAD-CHALLENGE-END.

       4800-UNLOAD-CHALMEMB-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "challenge_members" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_challenge_members END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on challenge_members "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_challenge_members
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HN4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-CHALMEMB-ID
                   MOVE WS-HN2 TO U-CHALMEMB-CHALLENGE-ID
                   MOVE WS-HN3 TO U-CHALMEMB-PEOPLE-ID
                   MOVE WS-HC1 TO U-CHALMEMB-ENROLLED-DATE
                   MOVE WS-HN4 TO U-CHALMEMB-RETURNS-COUNT
                   WRITE F-DATA-RCD FROM U-CHALMEMB-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_challenge_members END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "challenge_members : " WS-ROW-COUNT " row(s).".
       4800-UNLOAD-CHALMEMB-END.

       4900-UNLOAD-NOTIFY-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "notifications" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_notifications END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on notifications "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_notifications
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HT1,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-NOTIFY-ID
                   MOVE WS-HN2 TO U-NOTIFY-PEOPLE-ID
                   MOVE WS-HC1 TO U-NOTIFY-CHANNEL
                   MOVE WS-HC2 TO U-NOTIFY-NOTICE-KIND
                   MOVE WS-HT1 TO U-NOTIFY-NOTICE-TEXT
                   MOVE WS-HC3 TO U-NOTIFY-CREATED-DATE
                   MOVE WS-HC4 TO U-NOTIFY-STATUS
                   MOVE WS-HC5 TO U-NOTIFY-SENT-DATE
                   MOVE WS-HC6 TO U-NOTIFY-RECIPIENT-ADDRESS
                   MOVE WS-HC7 TO U-NOTIFY-ATTACHMENT-FILE
                   WRITE F-DATA-RCD FROM U-NOTIFY-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_notifications END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "notifications : " WS-ROW-COUNT " row(s).".
       4900-UNLOAD-NOTIFY-END.

       5000-UNLOAD-ACCTPER-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "accounting_periods" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_accounting_periods END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on accounting_periods "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_accounting_periods
           INTO
               :WS-HC1,
               :WS-HD4,
               :WS-HD5,
               :WS-HD6,
               :WS-HC2,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HC1 TO U-ACCTPER-PERIOD
                   MOVE WS-HD4 TO U-ACCTPER-ASSESSED
                   MOVE WS-HD5 TO U-ACCTPER-COLLECTED
                   MOVE WS-HD6 TO U-ACCTPER-WAIVED
                   MOVE WS-HC2 TO U-ACCTPER-CLOSED-DATE
                   MOVE WS-HC3 TO U-ACCTPER-CLOSED-BY
                   WRITE F-DATA-RCD FROM U-ACCTPER-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_accounting_periods END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "accounting_periods : " WS-ROW-COUNT " row(s).".
       5000-UNLOAD-ACCTPER-END.

       5100-UNLOAD-CHARGECD-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "charge_codes" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_charge_codes END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on charge_codes "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_charge_codes
           INTO
               :WS-HC1,
               :WS-HC2,
               :WS-HD1,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HC1 TO U-CHARGECD-CODE
                   MOVE WS-HC2 TO U-CHARGECD-DESCRIPTION
                   MOVE WS-HD1 TO U-CHARGECD-AMOUNT
                   MOVE WS-HC3 TO U-CHARGECD-VAT-CODE
                   WRITE F-DATA-RCD FROM U-CHARGECD-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_charge_codes END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "charge_codes : " WS-ROW-COUNT " row(s).".
       5100-UNLOAD-CHARGECD-END.

       5200-UNLOAD-SPOOLCAT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "spool_catalog" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_spool_catalog END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on spool_catalog "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_spool_catalog
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2,
               :WS-HN3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-SPOOLCAT-ID
                   MOVE WS-HC1 TO U-SPOOLCAT-REPORT-NAME
                   MOVE WS-HC2 TO U-SPOOLCAT-BUSINESS-DATE
                   MOVE WS-HC3 TO U-SPOOLCAT-RUN-STAMP
                   MOVE WS-HN2 TO U-SPOOLCAT-PAGE-COUNT
                   MOVE WS-HN3 TO U-SPOOLCAT-LINE-COUNT
                   MOVE WS-HC4 TO U-SPOOLCAT-FILE-NAME
                   MOVE WS-HC5 TO U-SPOOLCAT-KEEP-FLAG
                   MOVE WS-HC6 TO U-SPOOLCAT-PURGED-DATE
                   MOVE WS-HC7 TO U-SPOOLCAT-DISTRIBUTED-DATE
                   WRITE F-DATA-RCD FROM U-SPOOLCAT-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_spool_catalog END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "spool_catalog : " WS-ROW-COUNT " row(s).".
       5200-UNLOAD-SPOOLCAT-END.

       5300-UNLOAD-LOCALNUM-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "local_numbers" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_local_numbers END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on local_numbers "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_local_numbers
           INTO
               :WS-HN1,
               :WS-HN2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-LOCALNUM-ID
                   MOVE WS-HN2 TO U-LOCALNUM-LAST-USED
                   WRITE F-DATA-RCD FROM U-LOCALNUM-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_local_numbers END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "local_numbers : " WS-ROW-COUNT " row(s).".
       5300-UNLOAD-LOCALNUM-END.

       5400-UNLOAD-ALERTS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "patron_alerts" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_patron_alerts END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on patron_alerts "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_patron_alerts
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HT1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-ALERTS-ID
                   MOVE WS-HN2 TO U-ALERTS-PEOPLE-ID
                   MOVE WS-HN3 TO U-ALERTS-SEVERITY
                   MOVE WS-HT1 TO U-ALERTS-ALERT-TEXT
                   MOVE WS-HC1 TO U-ALERTS-SET-BY
                   MOVE WS-HC2 TO U-ALERTS-SET-DATE
                   MOVE WS-HC3 TO U-ALERTS-CLEARED-BY
                   MOVE WS-HC4 TO U-ALERTS-CLEARED-DATE
                   WRITE F-DATA-RCD FROM U-ALERTS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_patron_alerts END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "patron_alerts : " WS-ROW-COUNT " row(s).".
       5400-UNLOAD-ALERTS-END.

       5500-UNLOAD-EQUIP-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "equipment" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_equipment END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on equipment "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_equipment
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HD1,
               :WS-HN2,
               :WS-HC3,
               :WS-HC4,
               :WS-HN3,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-EQUIP-ID
                   MOVE WS-HC1 TO U-EQUIP-NAME
                   MOVE WS-HC2 TO U-EQUIP-BARCODE
                   MOVE WS-HD1 TO U-EQUIP-REPLACE-VALUE
                   MOVE WS-HN2 TO U-EQUIP-LOAN-DAYS
                   MOVE WS-HC3 TO U-EQUIP-STATUS
                   MOVE WS-HC4 TO U-EQUIP-DELETED-DATE
                   MOVE WS-HN3 TO U-EQUIP-INSPECT-DAYS
                   MOVE WS-HC5 TO U-EQUIP-LAST-INSPECT-DATE
                   MOVE WS-HC6 TO U-EQUIP-NEXT-INSPECT-DATE
                   MOVE WS-HC7 TO U-EQUIP-INSPECT-RESULT
                   WRITE F-DATA-RCD FROM U-EQUIP-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_equipment END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "equipment : " WS-ROW-COUNT " row(s).".
       5500-UNLOAD-EQUIP-END.

       5600-UNLOAD-EQUIPLOAN-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "equipment_loans" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_equipment_loans END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on equipment_loans "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_equipment_loans
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-EQUIPLOAN-ID
                   MOVE WS-HN2 TO U-EQUIPLOAN-EQUIPMENT-ID
                   MOVE WS-HN3 TO U-EQUIPLOAN-PEOPLE-ID
                   MOVE WS-HC1 TO U-EQUIPLOAN-START-DATE
                   MOVE WS-HC2 TO U-EQUIPLOAN-END-DATE
                   MOVE WS-HC3 TO U-EQUIPLOAN-RETURNED-DATE
                   WRITE F-DATA-RCD FROM U-EQUIPLOAN-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_equipment_loans END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "equipment_loans : " WS-ROW-COUNT " row(s).".
       5600-UNLOAD-EQUIPLOAN-END.

       5700-UNLOAD-CAMPAIGN-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "campaigns" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_campaigns END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on campaigns "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_campaigns
           INTO
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HD1,
               :WS-HN1,
               :WS-HD4,
               :WS-HC6
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HC1 TO U-CAMPAIGN-CODE
                   MOVE WS-HC2 TO U-CAMPAIGN-NAME
                   MOVE WS-HC3 TO U-CAMPAIGN-FROM-DATE
                   MOVE WS-HC4 TO U-CAMPAIGN-TO-DATE
                   MOVE WS-HC5 TO U-CAMPAIGN-CATEGORY-CODE
                   MOVE WS-HD1 TO U-CAMPAIGN-MAX-AMOUNT
                   MOVE WS-HN1 TO U-CAMPAIGN-MIN-AGE-DAYS
                   MOVE WS-HD4 TO U-CAMPAIGN-FORGIVEN
                   MOVE WS-HC6 TO U-CAMPAIGN-RUN-DATE
                   WRITE F-DATA-RCD FROM U-CAMPAIGN-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_campaigns END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "campaigns : " WS-ROW-COUNT " row(s).".
       5700-UNLOAD-CAMPAIGN-END.

       5800-UNLOAD-PARTHOLD-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "partner_holdings" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_partner_holdings END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on partner_holdings "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_partner_holdings
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-PARTHOLD-PARTNER-ID
                   MOVE WS-HC1 TO U-PARTHOLD-ISBN
                   MOVE WS-HC2 TO U-PARTHOLD-TITLE
                   WRITE F-DATA-RCD FROM U-PARTHOLD-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_partner_holdings END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "partner_holdings : " WS-ROW-COUNT " row(s).".
       5800-UNLOAD-PARTHOLD-END.

       5900-UNLOAD-ILLLOANS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "ill_loans" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_ill_loans END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on ill_loans "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_ill_loans
           INTO
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-ILLLOANS-ID
                   MOVE WS-HN2 TO U-ILLLOANS-PARTNER-ID
                   MOVE WS-HN3 TO U-ILLLOANS-COPY-ID
                   MOVE WS-HC1 TO U-ILLLOANS-SHIP-DATE
                   MOVE WS-HC2 TO U-ILLLOANS-DUE-DATE
                   MOVE WS-HC3 TO U-ILLLOANS-RETURNED-DATE
                   MOVE WS-HC4 TO U-ILLLOANS-STATUS
                   MOVE WS-HC5 TO U-ILLLOANS-LOST-DATE
                   MOVE WS-HC6 TO U-ILLLOANS-LEND-BILLED
                   MOVE WS-HC7 TO U-ILLLOANS-LATE-BILLED
                   MOVE WS-HC8 TO U-ILLLOANS-LOST-BILLED
                   WRITE F-DATA-RCD FROM U-ILLLOANS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_ill_loans END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "ill_loans : " WS-ROW-COUNT " row(s).".
       5900-UNLOAD-ILLLOANS-END.

       6000-UNLOAD-SALEITEMS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "sale_items" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_sale_items END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on sale_items "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_sale_items
           INTO
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-SALEITEMS-ID
                   MOVE WS-HC1 TO U-SALEITEMS-SOURCE
                   MOVE WS-HN2 TO U-SALEITEMS-DONATION-ID
                   MOVE WS-HN3 TO U-SALEITEMS-COPY-ID
                   MOVE WS-HC2 TO U-SALEITEMS-TITLE
                   MOVE WS-HD1 TO U-SALEITEMS-PRICE
                   MOVE WS-HC3 TO U-SALEITEMS-SOLD-DATE
                   MOVE WS-HC4 TO U-SALEITEMS-STATUS
                   MOVE WS-HC5 TO U-SALEITEMS-VAT-CODE
                   MOVE WS-HD3 TO U-SALEITEMS-VAT-RATE
                   MOVE WS-HD4 TO U-SALEITEMS-VAT-AMOUNT
                   MOVE WS-HN4 TO U-SALEITEMS-SALE-PAYMENT-ID
                   MOVE WS-HN5 TO U-SALEITEMS-LOST-ITEM-ID
                   WRITE F-DATA-RCD FROM U-SALEITEMS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_sale_items END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "sale_items : " WS-ROW-COUNT " row(s).".
       6000-UNLOAD-SALEITEMS-END.

       6100-UNLOAD-ACCESSION-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "accessions" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_accessions END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on accessions "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_accessions
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HD1,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-ACCESSION-NO
                   MOVE WS-HN2 TO U-ACCESSION-COPY-ID
                   MOVE WS-HN3 TO U-ACCESSION-BOOK-ID
                   MOVE WS-HC1 TO U-ACCESSION-ISBN
                   MOVE WS-HC2 TO U-ACCESSION-DATE
                   MOVE WS-HC3 TO U-ACCESSION-SOURCE
                   MOVE WS-HD1 TO U-ACCESSION-COST
                   MOVE WS-HC4 TO U-ACCESSION-WITHDRAWN
                   WRITE F-DATA-RCD FROM U-ACCESSION-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_accessions END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "accessions : " WS-ROW-COUNT " row(s).".
       6100-UNLOAD-ACCESSION-END.

       6200-UNLOAD-AUTHXREF-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "author_xrefs" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_author_xrefs END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on author_xrefs "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_author_xrefs
           INTO
               :WS-HN1,
               :WS-HN2
               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-AUTHXREF-AUTHOR-ID
                   MOVE WS-HN2 TO U-AUTHXREF-REF-AUTHOR-ID
                   WRITE F-DATA-RCD FROM U-AUTHXREF-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_author_xrefs END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "author_xrefs : " WS-ROW-COUNT " row(s).".
       6200-UNLOAD-AUTHXREF-END.

       6300-UNLOAD-SUBJECTS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "subjects" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_subjects END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on subjects "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_subjects
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-SUBJECTS-ID
                   MOVE WS-HC1 TO U-SUBJECTS-NAME
                   MOVE WS-HC2 TO U-SUBJECTS-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-SUBJECTS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_subjects END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "subjects : " WS-ROW-COUNT " row(s).".
       6300-UNLOAD-SUBJECTS-END.

       6400-UNLOAD-BOOKSUBJ-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "books_subjects" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_books_subjects END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on books_subjects "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_books_subjects
           INTO
               :WS-HN1,
               :WS-HN2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-BOOKSUBJ-BOOK-ID
                   MOVE WS-HN2 TO U-BOOKSUBJ-SUBJECT-ID
                   WRITE F-DATA-RCD FROM U-BOOKSUBJ-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_books_subjects END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "books_subjects : " WS-ROW-COUNT " row(s).".
       6400-UNLOAD-BOOKSUBJ-END.

       6500-UNLOAD-WORKS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "works" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_works END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on works "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_works
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-WORKS-ID
                   MOVE WS-HC1 TO U-WORKS-TITLE
                   MOVE WS-HC2 TO U-WORKS-CREATED-DATE
                   WRITE F-DATA-RCD FROM U-WORKS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_works END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "works : " WS-ROW-COUNT " row(s).".
       6500-UNLOAD-WORKS-END.

       6550-UNLOAD-HOUSEHOLD-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "households" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_households END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on households "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_households
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC2,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-HOUSEHOLD-ID
                   MOVE WS-HC1 TO U-HOUSEHOLD-NAME
                   MOVE WS-HN2 TO U-HOUSEHOLD-GUARANTOR-ID
                   MOVE WS-HN3 TO U-HOUSEHOLD-MAX-LOANS
                   MOVE WS-HC2 TO U-HOUSEHOLD-CREATED-DATE
                   MOVE WS-HC3 TO U-HOUSEHOLD-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-HOUSEHOLD-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_households END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "households : " WS-ROW-COUNT " row(s).".
       6550-UNLOAD-HOUSEHOLD-END.

       6600-UNLOAD-SUSPEND-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "patron_suspensions" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_patron_suspensions END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on patron_suspensions "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_patron_suspensions
           INTO
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-SUSPEND-ID
                   MOVE WS-HN2 TO U-SUSPEND-PEOPLE-ID
                   MOVE WS-HC1 TO U-SUSPEND-REASON-CODE
                   MOVE WS-HT1 TO U-SUSPEND-REASON-TEXT
                   MOVE WS-HC2 TO U-SUSPEND-FROM-DATE
                   MOVE WS-HC3 TO U-SUSPEND-TO-DATE
                   MOVE WS-HC4 TO U-SUSPEND-SET-BY
                   MOVE WS-HC5 TO U-SUSPEND-SET-DATE
                   MOVE WS-HC6 TO U-SUSPEND-LIFTED-DATE
                   MOVE WS-HC7 TO U-SUSPEND-LIFTED-BY
                   WRITE F-DATA-RCD FROM U-SUSPEND-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_patron_suspensions END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "patron_suspensions : " WS-ROW-COUNT " row(s).".
       6600-UNLOAD-SUSPEND-END.

       6650-UNLOAD-PROXYAUTH-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "proxy_authorisations" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_proxy_authorisations END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on proxy_authorisations "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_proxy_authorisations
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-PROXYAUTH-ID
                   MOVE WS-HN2 TO U-PROXYAUTH-PRINCIPAL-ID
                   MOVE WS-HN3 TO U-PROXYAUTH-PROXY-ID
                   MOVE WS-HC1 TO U-PROXYAUTH-EXPIRY-DATE
                   MOVE WS-HC2 TO U-PROXYAUTH-SET-BY
                   MOVE WS-HC3 TO U-PROXYAUTH-SET-DATE
                   MOVE WS-HC4 TO U-PROXYAUTH-REVOKED-DATE
                   WRITE F-DATA-RCD FROM U-PROXYAUTH-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_proxy_authorisations END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "proxy_authorisations : " WS-ROW-COUNT " row(s).".
       6650-UNLOAD-PROXYAUTH-END.

       6700-UNLOAD-NETBLOCK-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "network_blocks" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_network_blocks END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on network_blocks "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_network_blocks
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HD3,
               :WS-HC5,
               :WS-HC6
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-NETBLOCK-ID
                   MOVE WS-HN2 TO U-NETBLOCK-PARTNER-ID
                   MOVE WS-HC1 TO U-NETBLOCK-CARD-NUMBER
                   MOVE WS-HC2 TO U-NETBLOCK-LAST-NAME
                   MOVE WS-HC3 TO U-NETBLOCK-FIRST-NAME
                   MOVE WS-HC4 TO U-NETBLOCK-REASON
                   MOVE WS-HD3 TO U-NETBLOCK-AMOUNT
                   MOVE WS-HC5 TO U-NETBLOCK-LIST-DATE
                   MOVE WS-HC6 TO U-NETBLOCK-LOADED-DATE
                   WRITE F-DATA-RCD FROM U-NETBLOCK-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_network_blocks END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "network_blocks : " WS-ROW-COUNT " row(s).".
       6700-UNLOAD-NETBLOCK-END.

       6750-UNLOAD-TRANSIT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "transit_items" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_transit_items END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on transit_items "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_transit_items
           INTO
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-TRANSIT-ID
                   MOVE WS-HN2 TO U-TRANSIT-COPY-ID
                   MOVE WS-HN3 TO U-TRANSIT-FROM-BRANCH
                   MOVE WS-HN4 TO U-TRANSIT-TO-BRANCH
                   MOVE WS-HC1 TO U-TRANSIT-REASON
                   MOVE WS-HN5 TO U-TRANSIT-HOLD-ID
                   MOVE WS-HC2 TO U-TRANSIT-SENT-DATE
                   MOVE WS-HC3 TO U-TRANSIT-MANIFEST-DATE
                   MOVE WS-HC4 TO U-TRANSIT-RECEIVED-DATE
                   MOVE WS-HC5 TO U-TRANSIT-RECEIVED-BY
                   WRITE F-DATA-RCD FROM U-TRANSIT-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_transit_items END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "transit_items : " WS-ROW-COUNT " row(s).".
       6750-UNLOAD-TRANSIT-END.

       6800-UNLOAD-FLTRULE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "float_rules" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_float_rules END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on float_rules "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_float_rules
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HN3,
               :WS-HN4,
               :WS-HC2,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-FLTRULE-ID
                   MOVE WS-HN2 TO U-FLTRULE-TYPE-ID
                   MOVE WS-HC1 TO U-FLTRULE-FLOAT-GROUP
                   MOVE WS-HN3 TO U-FLTRULE-MIN-COPIES
                   MOVE WS-HN4 TO U-FLTRULE-MAX-COPIES
                   MOVE WS-HC2 TO U-FLTRULE-SET-DATE
                   MOVE WS-HC3 TO U-FLTRULE-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-FLTRULE-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_float_rules END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "float_rules : " WS-ROW-COUNT " row(s).".
       6800-UNLOAD-FLTRULE-END.

       6850-UNLOAD-FLTMOVE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "float_moves" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_float_moves END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on float_moves "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_float_moves
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5,
               :WS-HC1,
               :WS-HN6
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-FLTMOVE-ID
                   MOVE WS-HN2 TO U-FLTMOVE-COPY-ID
                   MOVE WS-HN3 TO U-FLTMOVE-TYPE-ID
                   MOVE WS-HN4 TO U-FLTMOVE-FROM-BRANCH
                   MOVE WS-HN5 TO U-FLTMOVE-TO-BRANCH
                   MOVE WS-HC1 TO U-FLTMOVE-MOVE-DATE
                   MOVE WS-HN6 TO U-FLTMOVE-BORROWING-ID
                   WRITE F-DATA-RCD FROM U-FLTMOVE-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_float_moves END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "float_moves : " WS-ROW-COUNT " row(s).".
       6850-UNLOAD-FLTMOVE-END.

       6900-UNLOAD-INLIBUSE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "in_library_uses" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_in_library_uses END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on in_library_uses "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_in_library_uses
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-INLIBUSE-ID
                   MOVE WS-HN2 TO U-INLIBUSE-COPY-ID
                   MOVE WS-HN3 TO U-INLIBUSE-BOOK-ID
                   MOVE WS-HC1 TO U-INLIBUSE-USE-DATE
                   MOVE WS-HC2 TO U-INLIBUSE-USE-TIME
                   MOVE WS-HC3 TO U-INLIBUSE-OPERATOR-ID
                   WRITE F-DATA-RCD FROM U-INLIBUSE-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_in_library_uses END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "in_library_uses : " WS-ROW-COUNT " row(s).".
       6900-UNLOAD-INLIBUSE-END.

       6950-UNLOAD-ELOANS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "electronic_loans" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_electronic_loans END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on electronic_loans "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_electronic_loans
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-ELOANS-ID
                   MOVE WS-HN2 TO U-ELOANS-PEOPLE-ID
                   MOVE WS-HC1 TO U-ELOANS-CARD-NUMBER
                   MOVE WS-HC2 TO U-ELOANS-TITLE
                   MOVE WS-HC3 TO U-ELOANS-ISBN
                   MOVE WS-HC4 TO U-ELOANS-FORMAT
                   MOVE WS-HC5 TO U-ELOANS-LOAN-DATE
                   MOVE WS-HC6 TO U-ELOANS-EXPIRY-DATE
                   MOVE WS-HC7 TO U-ELOANS-IMPORTED-DATE
                   WRITE F-DATA-RCD FROM U-ELOANS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_electronic_loans END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "electronic_loans : " WS-ROW-COUNT " row(s).".
       6950-UNLOAD-ELOANS-END.

       7000-UNLOAD-RLIST-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "reading_lists" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_reading_lists END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on reading_lists "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_reading_lists
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-RLIST-ID
                   MOVE WS-HN2 TO U-RLIST-PEOPLE-ID
                   MOVE WS-HC1 TO U-RLIST-LIST-KIND
                   MOVE WS-HC2 TO U-RLIST-NAME
                   MOVE WS-HC3 TO U-RLIST-CREATED-DATE
                   MOVE WS-HC4 TO U-RLIST-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-RLIST-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_reading_lists END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "reading_lists : " WS-ROW-COUNT " row(s).".
       7000-UNLOAD-RLIST-END.

       7050-UNLOAD-RLISTITEM-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "reading_list_items" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_reading_list_items END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on reading_list_items "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_reading_list_items
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-RLISTITEM-ID
                   MOVE WS-HN2 TO U-RLISTITEM-LIST-ID
                   MOVE WS-HN3 TO U-RLISTITEM-BOOK-ID
                   MOVE WS-HC1 TO U-RLISTITEM-ADDED-DATE
                   WRITE F-DATA-RCD FROM U-RLISTITEM-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_reading_list_items END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "reading_list_items : " WS-ROW-COUNT " row(s).".
       7050-UNLOAD-RLISTITEM-END.

       7100-UNLOAD-REVIEWS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "reviews" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_reviews END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on reviews "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_reviews
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HT2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-REVIEWS-ID
                   MOVE WS-HN2 TO U-REVIEWS-BOOK-ID
                   MOVE WS-HN3 TO U-REVIEWS-PEOPLE-ID
                   MOVE WS-HN4 TO U-REVIEWS-RATING
                   MOVE WS-HT2 TO U-REVIEWS-REVIEW-TEXT
                   MOVE WS-HC1 TO U-REVIEWS-SUBMITTED-DATE
                   MOVE WS-HC2 TO U-REVIEWS-STATUS
                   MOVE WS-HC3 TO U-REVIEWS-MODERATED-BY
                   MOVE WS-HC4 TO U-REVIEWS-MODERATED-DATE
                   WRITE F-DATA-RCD FROM U-REVIEWS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_reviews END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "reviews : " WS-ROW-COUNT " row(s).".
       7100-UNLOAD-REVIEWS-END.

       7150-UNLOAD-DLVROUND-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "delivery_rounds" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_delivery_rounds END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on delivery_rounds "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_delivery_rounds
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-DLVROUND-ID
                   MOVE WS-HC1 TO U-DLVROUND-NAME
                   MOVE WS-HC2 TO U-DLVROUND-VOLUNTEER-NAME
                   MOVE WS-HC3 TO U-DLVROUND-ROUND-DAY
                   MOVE WS-HC4 TO U-DLVROUND-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-DLVROUND-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_delivery_rounds END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "delivery_rounds : " WS-ROW-COUNT " row(s).".
       7150-UNLOAD-DLVROUND-END.

       7200-UNLOAD-DLVPREF-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "delivery_prefs" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_delivery_prefs END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on delivery_prefs "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_delivery_prefs
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HN3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-DLVPREF-ID
                   MOVE WS-HN2 TO U-DLVPREF-PEOPLE-ID
                   MOVE WS-HC1 TO U-DLVPREF-PREF-KIND
                   MOVE WS-HN3 TO U-DLVPREF-REF-ID
                   WRITE F-DATA-RCD FROM U-DLVPREF-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_delivery_prefs END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "delivery_prefs : " WS-ROW-COUNT " row(s).".
       7200-UNLOAD-DLVPREF-END.

       7250-UNLOAD-DLVSEL-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "delivery_selections" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_delivery_selections END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on delivery_selections "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_delivery_selections
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HC1,
               :WS-HC2,
               :WS-HN5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-DLVSEL-ID
                   MOVE WS-HN2 TO U-DLVSEL-PEOPLE-ID
                   MOVE WS-HN3 TO U-DLVSEL-ROUND-ID
                   MOVE WS-HN4 TO U-DLVSEL-BOOK-ID
                   MOVE WS-HC1 TO U-DLVSEL-RUN-DATE
                   MOVE WS-HC2 TO U-DLVSEL-STATUS
                   MOVE WS-HN5 TO U-DLVSEL-BORROWING-ID
                   WRITE F-DATA-RCD FROM U-DLVSEL-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_delivery_selections END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "delivery_selections : " WS-ROW-COUNT " row(s).".
       7250-UNLOAD-DLVSEL-END.

       7300-UNLOAD-STANDORD-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "standing_orders" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_standing_orders END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on standing_orders "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_standing_orders
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HC2,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-STANDORD-ID
                   MOVE WS-HC1 TO U-STANDORD-SERIES-NAME
                   MOVE WS-HN2 TO U-STANDORD-SUPPLIER-ID
                   MOVE WS-HN3 TO U-STANDORD-FUND-ID
                   MOVE WS-HN4 TO U-STANDORD-QUANTITY
                   MOVE WS-HC2 TO U-STANDORD-STARTED-DATE
                   MOVE WS-HC3 TO U-STANDORD-CANCELLED-DATE
                   WRITE F-DATA-RCD FROM U-STANDORD-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_standing_orders END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "standing_orders : " WS-ROW-COUNT " row(s).".
       7300-UNLOAD-STANDORD-END.

       7350-UNLOAD-EQUIPINSP-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "equipment_inspections" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_equipment_inspections END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on equipment_inspections "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
               EXIT PARAGRAPH
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_equipment_inspections
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HT1,
               :WS-HC5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-EQUIPINSP-ID
                   MOVE WS-HN2 TO U-EQUIPINSP-EQUIPMENT-ID
                   MOVE WS-HC1 TO U-EQUIPINSP-INSPECTED-DATE
                   MOVE WS-HC2 TO U-EQUIPINSP-RESULT
                   MOVE WS-HC3 TO U-EQUIPINSP-TESTER
                   MOVE WS-HC4 TO U-EQUIPINSP-SOFTWARE-RESET
                   MOVE WS-HT1 TO U-EQUIPINSP-NOTES
                   MOVE WS-HC5 TO U-EQUIPINSP-RECORDED-BY
                   WRITE F-DATA-RCD FROM U-EQUIPINSP-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_equipment_inspections END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "equipment_inspections : " WS-ROW-COUNT " row(s).".
       7350-UNLOAD-EQUIPINSP-END.

       7400-UNLOAD-EVSERIES-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "event_series" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_event_series END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on event_series "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_event_series
           INTO
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-EVSERIES-ID
                   MOVE WS-HC1 TO U-EVSERIES-NAME
                   MOVE WS-HC2 TO U-EVSERIES-PATTERN
                   MOVE WS-HN2 TO U-EVSERIES-WEEK-OF-MONTH
                   MOVE WS-HN3 TO U-EVSERIES-WEEKDAY
                   MOVE WS-HC3 TO U-EVSERIES-ROOM
                   MOVE WS-HN4 TO U-EVSERIES-CAPACITY
                   MOVE WS-HC4 TO U-EVSERIES-POPULAR-FLAG
                   MOVE WS-HC5 TO U-EVSERIES-FROM-DATE
                   MOVE WS-HC6 TO U-EVSERIES-TO-DATE
                   MOVE WS-HC7 TO U-EVSERIES-CANCELLED-DATE
                   WRITE F-DATA-RCD FROM U-EVSERIES-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_event_series END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "event_series : " WS-ROW-COUNT " row(s).".
       7400-UNLOAD-EVSERIES-END.

       7450-UNLOAD-HIRERS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "hirers" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_hirers END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on hirers "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_hirers
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HT1,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-HIRERS-ID
                   MOVE WS-HC1 TO U-HIRERS-NAME
                   MOVE WS-HC2 TO U-HIRERS-CONTACT-NAME
                   MOVE WS-HT1 TO U-HIRERS-ADDRESS
                   MOVE WS-HC3 TO U-HIRERS-PHONE-NUMBER
                   MOVE WS-HC4 TO U-HIRERS-EMAIL-ADDRESS
                   MOVE WS-HC5 TO U-HIRERS-RATE-BAND
                   MOVE WS-HC6 TO U-HIRERS-CREATED-DATE
                   MOVE WS-HC7 TO U-HIRERS-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-HIRERS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_hirers END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "hirers : " WS-ROW-COUNT " row(s).".
       7450-UNLOAD-HIRERS-END.

       7500-UNLOAD-ROOMRATE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "room_rates" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_room_rates END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on room_rates "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_room_rates
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HD1
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-ROOMRATE-ID
                   MOVE WS-HC1 TO U-ROOMRATE-ROOM
                   MOVE WS-HC2 TO U-ROOMRATE-RATE-BAND
                   MOVE WS-HD1 TO U-ROOMRATE-HOURLY-RATE
                   WRITE F-DATA-RCD FROM U-ROOMRATE-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_room_rates END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "room_rates : " WS-ROW-COUNT " row(s).".
       7500-UNLOAD-ROOMRATE-END.

       7550-UNLOAD-ROOMHIRE-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "room_hires" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_room_hires END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on room_hires "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_room_hires
           INTO
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-ROOMHIRE-ID
                   MOVE WS-HN2 TO U-ROOMHIRE-HIRER-ID
                   MOVE WS-HC1 TO U-ROOMHIRE-ROOM
                   MOVE WS-HC2 TO U-ROOMHIRE-HIRE-DATE
                   MOVE WS-HC3 TO U-ROOMHIRE-START-TIME
                   MOVE WS-HC4 TO U-ROOMHIRE-END-TIME
                   MOVE WS-HD1 TO U-ROOMHIRE-HOURS
                   MOVE WS-HD3 TO U-ROOMHIRE-HOURLY-RATE
                   MOVE WS-HD4 TO U-ROOMHIRE-AMOUNT
                   MOVE WS-HC5 TO U-ROOMHIRE-STATUS
                   MOVE WS-HC6 TO U-ROOMHIRE-BOOKED-DATE
                   MOVE WS-HC7 TO U-ROOMHIRE-BOOKED-BY
                   MOVE WS-HN3 TO U-ROOMHIRE-INVOICE-ID
                   WRITE F-DATA-RCD FROM U-ROOMHIRE-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_room_hires END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "room_hires : " WS-ROW-COUNT " row(s).".
       7550-UNLOAD-ROOMHIRE-END.

       7600-UNLOAD-HIREINV-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "hire_invoices" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_hire_invoices END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on hire_invoices "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_hire_invoices
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HD3,
               :WS-HN3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-HIREINV-ID
                   MOVE WS-HN2 TO U-HIREINV-HIRER-ID
                   MOVE WS-HC1 TO U-HIREINV-PERIOD
                   MOVE WS-HC2 TO U-HIREINV-INVOICE-DATE
                   MOVE WS-HD3 TO U-HIREINV-AMOUNT
                   MOVE WS-HN3 TO U-HIREINV-FINE-ID
                   WRITE F-DATA-RCD FROM U-HIREINV-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_hire_invoices END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "hire_invoices : " WS-ROW-COUNT " row(s).".
       7600-UNLOAD-HIREINV-END.

       7650-UNLOAD-PCS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "pcs" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_pcs END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on pcs "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_pcs
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-PCS-ID
                   MOVE WS-HN2 TO U-PCS-BRANCH-ID
                   MOVE WS-HC1 TO U-PCS-NAME
                   MOVE WS-HC2 TO U-PCS-CREATED-DATE
                   MOVE WS-HC3 TO U-PCS-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-PCS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_pcs END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "pcs : " WS-ROW-COUNT " row(s).".
       7650-UNLOAD-PCS-END.

       7700-UNLOAD-PCBOOK-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "pc_bookings" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_pc_bookings END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on pc_bookings "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_pc_bookings
           INTO
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-PCBOOK-ID
                   MOVE WS-HN2 TO U-PCBOOK-PC-ID
                   MOVE WS-HN3 TO U-PCBOOK-PEOPLE-ID
                   MOVE WS-HC1 TO U-PCBOOK-BOOKING-DATE
                   MOVE WS-HC2 TO U-PCBOOK-START-TIME
                   MOVE WS-HC3 TO U-PCBOOK-END-TIME
                   MOVE WS-HN4 TO U-PCBOOK-MINUTES
                   MOVE WS-HC4 TO U-PCBOOK-STATUS
                   MOVE WS-HC5 TO U-PCBOOK-BOOKED-VIA
                   MOVE WS-HC6 TO U-PCBOOK-BOOKED-DATE
                   WRITE F-DATA-RCD FROM U-PCBOOK-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_pc_bookings END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "pc_bookings : " WS-ROW-COUNT " row(s).".
       7700-UNLOAD-PCBOOK-END.

       7750-UNLOAD-PRTLOAD-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "print_station_loads" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_print_station_loads END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on print_station_loads "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_print_station_loads
           INTO
               :WS-HC1,
               :WS-HC2,
               :WS-HN1,
               :WS-HD3,
               :WS-HD4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HC1 TO U-PRTLOAD-FILE-NAME
                   MOVE WS-HC2 TO U-PRTLOAD-LOAD-DATE
                   MOVE WS-HN1 TO U-PRTLOAD-JOBS-POSTED
                   MOVE WS-HD3 TO U-PRTLOAD-PATRON-AMOUNT
                   MOVE WS-HD4 TO U-PRTLOAD-ANONYMOUS-AMOUNT
                   WRITE F-DATA-RCD FROM U-PRTLOAD-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_print_station_loads END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "print_station_loads : " WS-ROW-COUNT " row(s).".
       7750-UNLOAD-PRTLOAD-END.

       7800-UNLOAD-SIPTERM-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "sip_terminals" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_sip_terminals END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on sip_terminals "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_sip_terminals
           INTO
               :WS-HC1,
               :WS-HC2,
               :WS-HN1,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HC1 TO U-SIPTERM-TERMINAL-ID
                   MOVE WS-HC2 TO U-SIPTERM-PASSWORD
                   MOVE WS-HN1 TO U-SIPTERM-BRANCH-ID
                   MOVE WS-HC3 TO U-SIPTERM-PIN-REQUIRED
                   MOVE WS-HC4 TO U-SIPTERM-ACTIVE
                   MOVE WS-HC5 TO U-SIPTERM-DESCRIPTION
                   WRITE F-DATA-RCD FROM U-SIPTERM-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_sip_terminals END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "sip_terminals : " WS-ROW-COUNT " row(s).".
       7800-UNLOAD-SIPTERM-END.

       7850-UNLOAD-FOOTFALL-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "footfall" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_footfall END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on footfall "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_footfall
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5,
               :WS-HC2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-FOOTFALL-ID
                   MOVE WS-HN2 TO U-FOOTFALL-BRANCH-ID
                   MOVE WS-HC1 TO U-FOOTFALL-COUNT-DATE
                   MOVE WS-HN3 TO U-FOOTFALL-COUNT-HOUR
                   MOVE WS-HN4 TO U-FOOTFALL-VISITS-IN
                   MOVE WS-HN5 TO U-FOOTFALL-VISITS-OUT
                   MOVE WS-HC2 TO U-FOOTFALL-IMPORTED-DATE
                   WRITE F-DATA-RCD FROM U-FOOTFALL-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_footfall END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "footfall : " WS-ROW-COUNT " row(s).".
       7850-UNLOAD-FOOTFALL-END.

       7900-UNLOAD-VOLUNTEER-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "volunteers" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_volunteers END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on volunteers "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_volunteers
           INTO
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-VOLUNTEER-ID
                   MOVE WS-HN2 TO U-VOLUNTEER-PEOPLE-ID
                   MOVE WS-HC1 TO U-VOLUNTEER-LAST-NAME
                   MOVE WS-HC2 TO U-VOLUNTEER-FIRST-NAME
                   MOVE WS-HC3 TO U-VOLUNTEER-PHONE-NUMBER
                   MOVE WS-HT1 TO U-VOLUNTEER-SKILLS
                   MOVE WS-HC4 TO U-VOLUNTEER-CHECK-REFERENCE
                   MOVE WS-HC5 TO U-VOLUNTEER-CHECK-EXPIRY
                   MOVE WS-HC6 TO U-VOLUNTEER-AVAILABILITY
                   MOVE WS-HC7 TO U-VOLUNTEER-STARTED-DATE
                   MOVE WS-HC8 TO U-VOLUNTEER-LEFT-DATE
                   WRITE F-DATA-RCD FROM U-VOLUNTEER-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_volunteers END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "volunteers : " WS-ROW-COUNT " row(s).".
       7900-UNLOAD-VOLUNTEER-END.

       7950-UNLOAD-VOLSHIFT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "volunteer_shifts" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_volunteer_shifts END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on volunteer_shifts "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_volunteer_shifts
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HN3,
               :WS-HC5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-VOLSHIFT-ID
                   MOVE WS-HN2 TO U-VOLSHIFT-BRANCH-ID
                   MOVE WS-HC1 TO U-VOLSHIFT-ACTIVITY
                   MOVE WS-HC2 TO U-VOLSHIFT-SHIFT-DATE
                   MOVE WS-HC3 TO U-VOLSHIFT-START-TIME
                   MOVE WS-HC4 TO U-VOLSHIFT-END-TIME
                   MOVE WS-HN3 TO U-VOLSHIFT-VOLUNTEER-ID
                   MOVE WS-HC5 TO U-VOLSHIFT-CANCELLED-DATE
                   WRITE F-DATA-RCD FROM U-VOLSHIFT-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_volunteer_shifts END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "volunteer_shifts : " WS-ROW-COUNT " row(s).".
       7950-UNLOAD-VOLSHIFT-END.

       8000-UNLOAD-VOLHOURS-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "volunteer_hours" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_volunteer_hours END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on volunteer_hours "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_volunteer_hours
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HC1,
               :WS-HC2,
               :WS-HN5,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-VOLHOURS-ID
                   MOVE WS-HN2 TO U-VOLHOURS-VOLUNTEER-ID
                   MOVE WS-HN3 TO U-VOLHOURS-SHIFT-ID
                   MOVE WS-HN4 TO U-VOLHOURS-BRANCH-ID
                   MOVE WS-HC1 TO U-VOLHOURS-ACTIVITY
                   MOVE WS-HC2 TO U-VOLHOURS-WORK-DATE
                   MOVE WS-HN5 TO U-VOLHOURS-MINUTES
                   MOVE WS-HC3 TO U-VOLHOURS-LOGGED-DATE
                   WRITE F-DATA-RCD FROM U-VOLHOURS-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_volunteer_hours END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "volunteer_hours : " WS-ROW-COUNT " row(s).".
       8000-UNLOAD-VOLHOURS-END.

       8050-UNLOAD-LOSTITEM-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "lost_items" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_lost_items END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on lost_items "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_lost_items
           INTO
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-LOSTITEM-ID
                   MOVE WS-HN2 TO U-LOSTITEM-BRANCH-ID
                   MOVE WS-HC1 TO U-LOSTITEM-DESCRIPTION
                   MOVE WS-HC2 TO U-LOSTITEM-CATEGORY
                   MOVE WS-HC3 TO U-LOSTITEM-VALUABLE-FLAG
                   MOVE WS-HC4 TO U-LOSTITEM-FOUND-DATE
                   MOVE WS-HC5 TO U-LOSTITEM-FOUND-WHERE
                   MOVE WS-HC6 TO U-LOSTITEM-FINDER-NAME
                   MOVE WS-HC7 TO U-LOSTITEM-RECORDED-BY
                   MOVE WS-HC8 TO U-LOSTITEM-STATUS
                   MOVE WS-HN3 TO U-LOSTITEM-CLAIM-PEOPLE-ID
                   MOVE WS-HC9 TO U-LOSTITEM-CLAIMANT-NAME
                   MOVE WS-HC10 TO U-LOSTITEM-CLAIMANT-CONTACT
                   MOVE WS-HC11 TO U-LOSTITEM-CLOSED-DATE
                   WRITE F-DATA-RCD FROM U-LOSTITEM-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_lost_items END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "lost_items : " WS-ROW-COUNT " row(s).".
       8050-UNLOAD-LOSTITEM-END.

       8100-UNLOAD-GLMAP-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "gl_mappings" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_gl_mappings END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on gl_mappings "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_gl_mappings
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-GLMAP-ID
                   MOVE WS-HC1 TO U-GLMAP-LEDGER-KIND
                   MOVE WS-HC2 TO U-GLMAP-CHARGE-CODE
                   MOVE WS-HC3 TO U-GLMAP-FUND-CODE
                   MOVE WS-HN2 TO U-GLMAP-BRANCH-ID
                   MOVE WS-HC4 TO U-GLMAP-DEBIT-ACCOUNT
                   MOVE WS-HC5 TO U-GLMAP-CREDIT-ACCOUNT
                   MOVE WS-HC6 TO U-GLMAP-COST-CENTRE
                   MOVE WS-HC7 TO U-GLMAP-DELETED-DATE
                   WRITE F-DATA-RCD FROM U-GLMAP-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_gl_mappings END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "gl_mappings : " WS-ROW-COUNT " row(s).".
       8100-UNLOAD-GLMAP-END.

       8150-UNLOAD-RPTRECIP-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "report_recipients" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_report_recipients END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on report_recipients "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_report_recipients
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-RPTRECIP-ID
                   MOVE WS-HC1 TO U-RPTRECIP-REPORT-NAME
                   MOVE WS-HC2 TO U-RPTRECIP-RECIPIENT-NAME
                   MOVE WS-HC3 TO U-RPTRECIP-ADDRESS
                   MOVE WS-HC4 TO U-RPTRECIP-CHANNEL
                   MOVE WS-HC5 TO U-RPTRECIP-SCHEDULE
                   MOVE WS-HC6 TO U-RPTRECIP-PATRON-DATA-OK
                   MOVE WS-HC7 TO U-RPTRECIP-ACTIVE
                   WRITE F-DATA-RCD FROM U-RPTRECIP-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_report_recipients END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "report_recipients : " WS-ROW-COUNT " row(s).".
       8150-UNLOAD-RPTRECIP-END.

       8200-UNLOAD-RPTDELIV-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "report_deliveries" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_report_deliveries END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on report_deliveries "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_report_deliveries
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HN3,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-RPTDELIV-ID
                   MOVE WS-HN2 TO U-RPTDELIV-CATALOG-ID
                   MOVE WS-HN3 TO U-RPTDELIV-RECIPIENT-ID
                   MOVE WS-HC1 TO U-RPTDELIV-REPORT-NAME
                   MOVE WS-HC2 TO U-RPTDELIV-BUSINESS-DATE
                   MOVE WS-HC3 TO U-RPTDELIV-QUEUED-DATE
                   MOVE WS-HC4 TO U-RPTDELIV-CHANNEL
                   MOVE WS-HC5 TO U-RPTDELIV-OUTCOME
                   WRITE F-DATA-RCD FROM U-RPTDELIV-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_report_deliveries END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "report_deliveries : " WS-ROW-COUNT " row(s).".
       8200-UNLOAD-RPTDELIV-END.

       8250-UNLOAD-CONFRPT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "confidential_reports" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_confidential_reports END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on confidential_reports "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_confidential_reports
           INTO
               :WS-HC1
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HC1 TO U-CONFRPT-REPORT-NAME
                   WRITE F-DATA-RCD FROM U-CONFRPT-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_confidential_reports END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "confidential_reports : " WS-ROW-COUNT " row(s).".
       8250-UNLOAD-CONFRPT-END.

       8300-UNLOAD-QUALHIST-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "quality_history" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_quality_history END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on quality_history "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_quality_history
           INTO
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
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-QUALHIST-ID
                   MOVE WS-HC1 TO U-QUALHIST-BUSINESS-DATE
                   MOVE WS-HN2 TO U-QUALHIST-TOTAL-BOOKS
                   MOVE WS-HN3 TO U-QUALHIST-INCOMPLETE-BOOKS
                   MOVE WS-HN4 TO U-QUALHIST-NO-LANGUAGE
                   MOVE WS-HN5 TO U-QUALHIST-NO-AUDIENCE
                   MOVE WS-HN6 TO U-QUALHIST-NO-SUBJECTS
                   MOVE WS-HN7 TO U-QUALHIST-NO-SHELF
                   MOVE WS-HN8 TO U-QUALHIST-NO-VOLUME
                   MOVE WS-HN9 TO U-QUALHIST-NO-COPIES
                   WRITE F-DATA-RCD FROM U-QUALHIST-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_quality_history END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "quality_history : " WS-ROW-COUNT " row(s).".
       8300-UNLOAD-QUALHIST-END.

       8350-UNLOAD-TBLLIMIT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "table_limits" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_table_limits END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on table_limits "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_table_limits
           INTO
               :WS-HC1,
               :WS-HN1,
               :WS-HC2
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HC1 TO U-TBLLIMIT-TABLE-NAME
                   MOVE WS-HN1 TO U-TBLLIMIT-ROW-LIMIT
                   MOVE WS-HC2 TO U-TBLLIMIT-KEEP-PARAM
                   WRITE F-DATA-RCD FROM U-TBLLIMIT-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_table_limits END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "table_limits : " WS-ROW-COUNT " row(s).".
       8350-UNLOAD-TBLLIMIT-END.

       8400-UNLOAD-TBLGROW-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "table_growth" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_table_growth END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on table_growth "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_table_growth
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HN2,
               :WS-HN3,
               :WS-HC3
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-TBLGROW-ID
                   MOVE WS-HC1 TO U-TBLGROW-SNAPSHOT-DATE
                   MOVE WS-HC2 TO U-TBLGROW-TABLE-NAME
                   MOVE WS-HN2 TO U-TBLGROW-LIVE-ROWS
                   MOVE WS-HN3 TO U-TBLGROW-ARCHIVED-ROWS
                   MOVE WS-HC3 TO U-TBLGROW-EXACT-FLAG
                   WRITE F-DATA-RCD FROM U-TBLGROW-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_table_growth END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "table_growth : " WS-ROW-COUNT " row(s).".
       8400-UNLOAD-TBLGROW-END.

       8450-UNLOAD-ARCRUN-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "archive_runs" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_archive_runs END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on archive_runs "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_archive_runs
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HN2,
               :WS-HN3,
               :WS-HN4,
               :WS-HN5
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-ARCRUN-ID
                   MOVE WS-HC1 TO U-ARCRUN-RUN-DATE
                   MOVE WS-HC2 TO U-ARCRUN-LOAN-CUTOFF
                   MOVE WS-HC3 TO U-ARCRUN-AUDIT-CUTOFF
                   MOVE WS-HN2 TO U-ARCRUN-LOANS
                   MOVE WS-HN3 TO U-ARCRUN-FINES
                   MOVE WS-HN4 TO U-ARCRUN-PAYMENTS
                   MOVE WS-HN5 TO U-ARCRUN-AUDIT-ROWS
                   WRITE F-DATA-RCD FROM U-ARCRUN-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_archive_runs END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "archive_runs : " WS-ROW-COUNT " row(s).".
       8450-UNLOAD-ARCRUN-END.

       8500-UNLOAD-AUDCHAIN-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "audit_chain" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_audit_chain END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on audit_chain "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_audit_chain
           INTO
               :WS-HN1,
               :WS-HN2,
               :WS-HC1
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-AUDCHAIN-ID
                   MOVE WS-HN2 TO U-AUDCHAIN-LAST-SEQ
                   MOVE WS-HC1 TO U-AUDCHAIN-LAST-HASH
                   WRITE F-DATA-RCD FROM U-AUDCHAIN-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_audit_chain END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "audit_chain : " WS-ROW-COUNT " row(s).".
       8500-UNLOAD-AUDCHAIN-END.

       8550-UNLOAD-AUDCHKPT-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "audit_checkpoints" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_audit_checkpoints END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on audit_checkpoints "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_audit_checkpoints
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HN2,
               :WS-HC3,
               :WS-HN3,
               :WS-HC4
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-AUDCHKPT-ID
                   MOVE WS-HC1 TO U-AUDCHKPT-CHECKPOINT-DATE
                   MOVE WS-HC2 TO U-AUDCHKPT-CUTOFF-DATE
                   MOVE WS-HN2 TO U-AUDCHKPT-LAST-SEQ
                   MOVE WS-HC3 TO U-AUDCHKPT-LAST-HASH
                   MOVE WS-HN3 TO U-AUDCHKPT-ROWS-ARCHIVED
                   MOVE WS-HC4 TO U-AUDCHKPT-SIGNATURE
                   WRITE F-DATA-RCD FROM U-AUDCHKPT-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_audit_checkpoints END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "audit_checkpoints : " WS-ROW-COUNT " row(s).".
       8550-UNLOAD-AUDCHKPT-END.

       8600-UNLOAD-BATSTEP-BEGIN.
           MOVE SPACES TO WS-DATA-FILE-NAME.
           STRING "output/unload-" DELIMITED BY SIZE
                  "batch_steps" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-DATA-FILE-NAME.
           OPEN OUTPUT F-DATA.
           MOVE 0 TO WS-ROW-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN u_batch_steps END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unload open error on batch_steps "
                       "SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               CLOSE F-DATA
           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH u_batch_steps
           INTO
               :WS-HN1,
               :WS-HC1,
               :WS-HC2,
               :WS-HC3,
               :WS-HC4,
               :WS-HC5,
               :WS-HC6,
               :WS-HC7
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-HN1 TO U-BATSTEP-ID
                   MOVE WS-HC1 TO U-BATSTEP-BUSINESS-DATE
                   MOVE WS-HC2 TO U-BATSTEP-CONTROL-FILE
                   MOVE WS-HC3 TO U-BATSTEP-COMMAND
                   MOVE WS-HC4 TO U-BATSTEP-OPERAND
                   MOVE WS-HC5 TO U-BATSTEP-STARTED-AT
                   MOVE WS-HC6 TO U-BATSTEP-ENDED-AT
                   MOVE WS-HC7 TO U-BATSTEP-STATUS
                   WRITE F-DATA-RCD FROM U-BATSTEP-RCD
                   ADD 1 TO WS-ROW-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE u_batch_steps END-EXEC.

           MOVE WS-ROW-COUNT TO WS-TRL-COUNT.
           WRITE F-DATA-RCD FROM WS-TRAILER-RCD.
           CLOSE F-DATA.
           ADD 1 TO WS-TABLE-COUNT.
           DISPLAY "batch_steps : " WS-ROW-COUNT " row(s).".
       8600-UNLOAD-BATSTEP-END.
