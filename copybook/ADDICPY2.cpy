              05 :DELIM:PHONE-MOBILE       PIC X(20).
              05 :DELIM:PHONE-HOME         PIC X(20).
              05 :DELIM:EMAIL-ADDRESS      PIC X(100).
      *    Profession-group code (PGMAST) - rates motor and
      *    house; blank means none held
              05 :DELIM:PROF-GROUP         PIC X(1).
      *    Preferred language for letters and notifications -
      *    'D' Danish, 'E' English; blank is taken as Danish
              05 :DELIM:PREF-LANG          PIC X(1).
      *    Identity held on the customer - type 'C' Danish CPR
      *    number, 'P' passport, 'N' foreign national identity
      *    number - with the issuing country (ISO alpha-2) and the
      *    number as printed. Blank type means none given.
              05 :DELIM:ID-TYPE            PIC X(1).
              05 :DELIM:ID-COUNTRY         PIC X(2).
              05 :DELIM:ID-NUMBER          PIC X(20).
              05 :DELIM:POLICY-DATA        PIC X(32242).
      *    Fields used in customer search by name and postcode -
      *    last name may be a leading part, postcode is optional
           03 :DELIM:CUSTOMER-SEARCH REDEFINES :DELIM:REQUEST-SPECIFIC.
                 10 :DELIM:SRCH-HOUSE-NUM  PIC X(4).
                 10 :DELIM:SRCH-ZIP        PIC X(8).
              05 FILLER                    PIC X(24251).
      *    Fields used in customer contact history - add one note
      *    (CUSCTA), list the latest notes (CUSCTL) or mark a
      *    callback done (CUSCTC, note named by its timestamp).
      *    Channel P phone, E email, L letter, W web, B branch,
      *    C chat; follow-up date blank means no callback promised
           03 :DELIM:CUSTOMER-CONTACT REDEFINES :DELIM:REQUEST-SPECIFIC.
              05 :DELIM:CON-CHANNEL        PIC X(1).
              05 :DELIM:CON-OPERATOR       PIC X(8).
              05 :DELIM:CON-REASON         PIC X(4).
              05 :DELIM:CON-FOLLOWUP       PIC X(10).
              05 :DELIM:CON-TEXT           PIC X(250).
              05 :DELIM:CON-TS             PIC X(26).
              05 :DELIM:CON-COUNT          PIC 9(3).
              05 :DELIM:CON-ENTRY OCCURS 50 TIMES.
                 10 :DELIM:CON-E-TS        PIC X(26).
                 10 :DELIM:CON-E-CHANNEL   PIC X(1).
                 10 :DELIM:CON-E-OPERATOR  PIC X(8).
                 10 :DELIM:CON-E-REASON    PIC X(4).
                 10 :DELIM:CON-E-FOLLOWUP  PIC X(10).
                 10 :DELIM:CON-E-DONE      PIC X(1).
                 10 :DELIM:CON-E-TEXT      PIC X(250).
              05 FILLER                    PIC X(17180).
      *    Reply to an update refused while a batch maintenance
      *    window is open (return code 96, see SVCPGM1): the hh:mm
      *    the window is due to close
           03 :DELIM:MAINT-REPLY REDEFINES :DELIM:REQUEST-SPECIFIC.
              05 :DELIM:MAINT-UNTIL        PIC X(5).
              05 FILLER                    PIC X(32477).
