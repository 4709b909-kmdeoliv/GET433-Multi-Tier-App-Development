      ***************************************************************
      * SELECT CLAUSES FOR THE SHARED PROCESSING-DATE RECORD AND THE
      * HOLIDAY CALENDAR.  PAIRED WITH BDTREC.CPY AND HOLREC.CPY
      * (RECORD LAYOUTS, COPIED UNDER THE PROGRAM'S OWN FD 01S),
      * BDTW.CPY (WORKING STORAGE) AND BDTP.CPY (THE SHARED
      * BUSINESS-DATE PARAGRAPHS).
      ***************************************************************
           SELECT BDATE-FILE
             ASSIGN TO BUSDATE
               FILE STATUS IS BDATE-FS.
           SELECT HOL-FILE
             ASSIGN TO HOLCAL
               FILE STATUS IS HOL-FS.
