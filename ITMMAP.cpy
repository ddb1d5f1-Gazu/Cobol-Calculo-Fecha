    01  ITMMAP1I.
        02  FILLER            PIC X(12).
        02  ITEMIDL           COMP PIC S9(4).
        02  ITEMIDF           PIC X.
        02  FILLER REDEFINES ITEMIDF.
            03  ITEMIDA       PIC X.
        02  ITEMIDI           PIC X(10).
        02  ESTADOL           COMP PIC S9(4).
        02  ESTADOF           PIC X.
        02  FILLER REDEFINES ESTADOF.
            03  ESTADOA       PIC X.
        02  ESTADOI           PIC X(30).
        02  FECAPEL           COMP PIC S9(4).
        02  FECAPEF           PIC X.
        02  FILLER REDEFINES FECAPEF.
            03  FECAPEA       PIC X.
        02  FECAPEI           PIC X(15).
        02  FECCIEL           COMP PIC S9(4).
        02  FECCIEF           PIC X.
        02  FILLER REDEFINES FECCIEF.
            03  FECCIEA       PIC X.
        02  FECCIEI           PIC X(15).
        02  PAUSAL            COMP PIC S9(4).
        02  PAUSAF            PIC X.
        02  FILLER REDEFINES PAUSAF.
            03  PAUSAA        PIC X.
        02  PAUSAI            PIC X(40).
        02  TRANSCL           COMP PIC S9(4).
        02  TRANSCF           PIC X.
        02  FILLER REDEFINES TRANSCF.
            03  TRANSCA       PIC X.
        02  TRANSCI           PIC X(40).
        02  SEGNETL           COMP PIC S9(4).
        02  SEGNETF           PIC X.
        02  FILLER REDEFINES SEGNETF.
            03  SEGNETA       PIC X.
        02  SEGNETI           PIC X(12).
        02  SLATIPL           COMP PIC S9(4).
        02  SLATIPF           PIC X.
        02  FILLER REDEFINES SLATIPF.
            03  SLATIPA       PIC X.
        02  SLATIPI           PIC X(03).
        02  SLADSCL           COMP PIC S9(4).
        02  SLADSCF           PIC X.
        02  FILLER REDEFINES SLADSCF.
            03  SLADSCA       PIC X.
        02  SLADSCI           PIC X(30).
        02  SLACALL           COMP PIC S9(4).
        02  SLACALF           PIC X.
        02  FILLER REDEFINES SLACALF.
            03  SLACALA       PIC X.
        02  SLACALI           PIC X(03).
        02  SLAOBJL           COMP PIC S9(4).
        02  SLAOBJF           PIC X.
        02  FILLER REDEFINES SLAOBJF.
            03  SLAOBJA       PIC X.
        02  SLAOBJI           PIC X(09).
        02  SLAUMBL           COMP PIC S9(4).
        02  SLAUMBF           PIC X.
        02  FILLER REDEFINES SLAUMBF.
            03  SLAUMBA       PIC X.
        02  SLAUMBI           PIC X(09).
        02  SITUACL           COMP PIC S9(4).
        02  SITUACF           PIC X.
        02  FILLER REDEFINES SITUACF.
            03  SITUACA       PIC X.
        02  SITUACI           PIC X(40).
        02  MARGENL           COMP PIC S9(4).
        02  MARGENF           PIC X.
        02  FILLER REDEFINES MARGENF.
            03  MARGENA       PIC X.
        02  MARGENI           PIC X(40).
        02  MENSAJEL          COMP PIC S9(4).
        02  MENSAJEF          PIC X.
        02  FILLER REDEFINES MENSAJEF.
            03  MENSAJEA      PIC X.
        02  MENSAJEI          PIC X(70).
    01  ITMMAP1O REDEFINES ITMMAP1I.
        02  FILLER            PIC X(12).
        02  FILLER            PIC X(03).
        02  ITEMIDO           PIC X(10).
        02  FILLER            PIC X(03).
        02  ESTADOO           PIC X(30).
        02  FILLER            PIC X(03).
        02  FECAPEO           PIC X(15).
        02  FILLER            PIC X(03).
        02  FECCIEO           PIC X(15).
        02  FILLER            PIC X(03).
        02  PAUSAO            PIC X(40).
        02  FILLER            PIC X(03).
        02  TRANSCO           PIC X(40).
        02  FILLER            PIC X(03).
        02  SEGNETO           PIC X(12).
        02  FILLER            PIC X(03).
        02  SLATIPO           PIC X(03).
        02  FILLER            PIC X(03).
        02  SLADSCO           PIC X(30).
        02  FILLER            PIC X(03).
        02  SLACALO           PIC X(03).
        02  FILLER            PIC X(03).
        02  SLAOBJO           PIC X(09).
        02  FILLER            PIC X(03).
        02  SLAUMBO           PIC X(09).
        02  FILLER            PIC X(03).
        02  SITUACO           PIC X(40).
        02  FILLER            PIC X(03).
        02  MARGENO           PIC X(40).
        02  FILLER            PIC X(03).
        02  MENSAJEO          PIC X(70).
