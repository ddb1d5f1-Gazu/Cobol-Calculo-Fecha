    01  SLAMAP1I.
        02  FILLER            PIC X(12).
        02  FUNCIONL          COMP PIC S9(4).
        02  FUNCIONF          PIC X.
        02  FILLER REDEFINES FUNCIONF.
            03  FUNCIONA      PIC X.
        02  FUNCIONI          PIC X(01).
        02  TIPOL             COMP PIC S9(4).
        02  TIPOF             PIC X.
        02  FILLER REDEFINES TIPOF.
            03  TIPOA         PIC X.
        02  TIPOI             PIC X(03).
        02  OBJETIL           COMP PIC S9(4).
        02  OBJETIF           PIC X.
        02  FILLER REDEFINES OBJETIF.
            03  OBJETIA       PIC X.
        02  OBJETII           PIC X(09).
        02  UMBRALL           COMP PIC S9(4).
        02  UMBRALF           PIC X.
        02  FILLER REDEFINES UMBRALF.
            03  UMBRALA       PIC X.
        02  UMBRALI           PIC X(09).
        02  CALENDL           COMP PIC S9(4).
        02  CALENDF           PIC X.
        02  FILLER REDEFINES CALENDF.
            03  CALENDA       PIC X.
        02  CALENDI           PIC X(03).
        02  DESCRL            COMP PIC S9(4).
        02  DESCRF            PIC X.
        02  FILLER REDEFINES DESCRF.
            03  DESCRA        PIC X.
        02  DESCRI            PIC X(30).
        02  LIN1L             COMP PIC S9(4).
        02  LIN1F             PIC X.
        02  FILLER REDEFINES LIN1F.
            03  LIN1A         PIC X.
        02  LIN1I             PIC X(70).
        02  LIN2L             COMP PIC S9(4).
        02  LIN2F             PIC X.
        02  FILLER REDEFINES LIN2F.
            03  LIN2A         PIC X.
        02  LIN2I             PIC X(70).
        02  LIN3L             COMP PIC S9(4).
        02  LIN3F             PIC X.
        02  FILLER REDEFINES LIN3F.
            03  LIN3A         PIC X.
        02  LIN3I             PIC X(70).
        02  LIN4L             COMP PIC S9(4).
        02  LIN4F             PIC X.
        02  FILLER REDEFINES LIN4F.
            03  LIN4A         PIC X.
        02  LIN4I             PIC X(70).
        02  LIN5L             COMP PIC S9(4).
        02  LIN5F             PIC X.
        02  FILLER REDEFINES LIN5F.
            03  LIN5A         PIC X.
        02  LIN5I             PIC X(70).
        02  LIN6L             COMP PIC S9(4).
        02  LIN6F             PIC X.
        02  FILLER REDEFINES LIN6F.
            03  LIN6A         PIC X.
        02  LIN6I             PIC X(70).
        02  LIN7L             COMP PIC S9(4).
        02  LIN7F             PIC X.
        02  FILLER REDEFINES LIN7F.
            03  LIN7A         PIC X.
        02  LIN7I             PIC X(70).
        02  LIN8L             COMP PIC S9(4).
        02  LIN8F             PIC X.
        02  FILLER REDEFINES LIN8F.
            03  LIN8A         PIC X.
        02  LIN8I             PIC X(70).
        02  MENSAJEL          COMP PIC S9(4).
        02  MENSAJEF          PIC X.
        02  FILLER REDEFINES MENSAJEF.
            03  MENSAJEA      PIC X.
        02  MENSAJEI          PIC X(70).
    01  SLAMAP1O REDEFINES SLAMAP1I.
        02  FILLER            PIC X(12).
        02  FILLER            PIC X(03).
        02  FUNCIONO          PIC X(01).
        02  FILLER            PIC X(03).
        02  TIPOO             PIC X(03).
        02  FILLER            PIC X(03).
        02  OBJETIO           PIC X(09).
        02  FILLER            PIC X(03).
        02  UMBRALO           PIC X(09).
        02  FILLER            PIC X(03).
        02  CALENDO           PIC X(03).
        02  FILLER            PIC X(03).
        02  DESCRO            PIC X(30).
        02  FILLER            PIC X(03).
        02  LIN1O             PIC X(70).
        02  FILLER            PIC X(03).
        02  LIN2O             PIC X(70).
        02  FILLER            PIC X(03).
        02  LIN3O             PIC X(70).
        02  FILLER            PIC X(03).
        02  LIN4O             PIC X(70).
        02  FILLER            PIC X(03).
        02  LIN5O             PIC X(70).
        02  FILLER            PIC X(03).
        02  LIN6O             PIC X(70).
        02  FILLER            PIC X(03).
        02  LIN7O             PIC X(70).
        02  FILLER            PIC X(03).
        02  LIN8O             PIC X(70).
        02  FILLER            PIC X(03).
        02  MENSAJEO          PIC X(70).
