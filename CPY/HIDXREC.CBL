           02 HIX-SEED PIC 9(09).
           02 HIX-PLAYER PIC X(10).
           02 HIX-DATE PIC 9(08).
           02 HIX-LINE PIC X(177).
