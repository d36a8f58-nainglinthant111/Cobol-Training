       01 EMPLOYER-CONTROL-RECORD.
           02 ER-EIN              PIC 9(9).
           02 ER-NAME             PIC X(40).
           02 ER-STREET           PIC X(22).
           02 ER-CITY             PIC X(22).
           02 ER-STATE            PIC XX.
           02 ER-ZIP-CODE         PIC X(5).
           02 ER-STATE-ID         PIC X(12).
           02 ER-SUBMITTER-ID     PIC X(8).
           02 ER-CONTACT-NAME     PIC X(27).
           02 ER-CONTACT-PHONE    PIC X(15).
           02 ER-CONTACT-EMAIL    PIC X(40).
