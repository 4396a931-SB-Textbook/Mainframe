      ******************************************************************
      *   TAXEXM -- RECORD LAYOUT FOR THE SALES-TAX EXEMPTION         *
      *   CERTIFICATE FILE (VSAM KSDS, KEYED BY CUSTOMER NUMBER AND   *
      *   THE STATE THE CERTIFICATE EXEMPTS).  ONE RECORD PER         *
      *   CERTIFICATE ON FILE FOR A SCHOOL, LIBRARY, OR RESELLER --   *
      *   A CUSTOMER SHIPPING INTO SEVERAL STATES NEEDS ONE FOR       *
      *   EACH.  THE TYPE IS 'R' RESALE, 'G' GOVERNMENT, OR 'N'       *
      *   NONPROFIT.  THE CERTIFICATE IS GOOD FROM ITS ISSUE DATE     *
      *   THROUGH ITS EXPIRY DATE (YYYYMMDD, INCLUSIVE).  WHEN THE    *
      *   ORDER'S TAXING STATE HAS A CERTIFICATE IN FORCE, ORDRENT'S  *
      *   1305 (AND EVERY OTHER PROGRAM THAT FIGURES SALES TAX)       *
      *   CHARGES NO TAX AND RECORDS THE CERTIFICATE NUMBER IN        *
      *   INV-TAX-CERT-NUMBER.  THE FILE IS LOADED FROM THE CREDIT    *
      *   DESK'S CARDS BY TAXLOAD; THE MONTHLY TAXEXP REPORT LISTS    *
      *   THE CERTIFICATES DUE TO EXPIRE SO RENEWALS CAN BE ASKED     *
      *   FOR IN TIME.                                                *
      ******************************************************************
       01  TAX-EXEMPTION-RECORD.
           02  TXE-EXEMPTION-KEY.
               03  TXE-CUSTOMER-NUMBER  PIC X(06).
               03  TXE-EXEMPT-STATE     PIC X(02).
           02  TXE-CERTIFICATE-NUMBER   PIC X(15).
           02  TXE-EXEMPTION-TYPE       PIC X(01).
               88  TXE-RESALE                       VALUE 'R'.
               88  TXE-GOVERNMENT                   VALUE 'G'.
               88  TXE-NONPROFIT                    VALUE 'N'.
               88  TXE-TYPE-VALID                   VALUE 'R' 'G' 'N'.
           02  TXE-ISSUE-DATE           PIC 9(08).
           02  TXE-EXPIRY-DATE          PIC 9(08).
           02  TXE-LOADED-DATE          PIC 9(08).
