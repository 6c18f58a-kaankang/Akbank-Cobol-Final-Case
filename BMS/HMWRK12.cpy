       01  HM12MAPI.
           02  FILLER PIC X(12).
           02  ACCTIDL    COMP  PIC  S9(4).
           02  ACCTIDF    PICTURE X.
           02  FILLER REDEFINES ACCTIDF.
             03 ACCTIDA    PICTURE X.
           02  ACCTIDI  PIC X(5).
           02  ACCTDVZL    COMP  PIC  S9(4).
           02  ACCTDVZF    PICTURE X.
           02  FILLER REDEFINES ACCTDVZF.
             03 ACCTDVZA    PICTURE X.
           02  ACCTDVZI  PIC X(3).
           02  BALL    COMP  PIC  S9(4).
           02  BALF    PICTURE X.
           02  FILLER REDEFINES BALF.
             03 BALA    PICTURE X.
           02  BALI  PIC X(16).
           02  STATL    COMP  PIC  S9(4).
           02  STATF    PICTURE X.
           02  FILLER REDEFINES STATF.
             03 STATA    PICTURE X.
           02  STATI  PIC X(8).
           02  ODLINEL    COMP  PIC  S9(4).
           02  ODLINEF    PICTURE X.
           02  FILLER REDEFINES ODLINEF.
             03 ODLINEA    PICTURE X.
           02  ODLINEI  PIC X(16).
           02  AVAILL    COMP  PIC  S9(4).
           02  AVAILF    PICTURE X.
           02  FILLER REDEFINES AVAILF.
             03 AVAILA    PICTURE X.
           02  AVAILI  PIC X(16).
           02  PCAPL    COMP  PIC  S9(4).
           02  PCAPF    PICTURE X.
           02  FILLER REDEFINES PCAPF.
             03 PCAPA    PICTURE X.
           02  PCAPI  PIC X(16).
           02  HELDL    COMP  PIC  S9(4).
           02  HELDF    PICTURE X.
           02  FILLER REDEFINES HELDF.
             03 HELDA    PICTURE X.
           02  HELDI  PIC X(16).
           02  LACTDTL    COMP  PIC  S9(4).
           02  LACTDTF    PICTURE X.
           02  FILLER REDEFINES LACTDTF.
             03 LACTDTA    PICTURE X.
           02  LACTDTI  PIC X(8).
           02  FRZFLGL    COMP  PIC  S9(4).
           02  FRZFLGF    PICTURE X.
           02  FILLER REDEFINES FRZFLGF.
             03 FRZFLGA    PICTURE X.
           02  FRZFLGI  PIC X(1).
           02  HLINE1L    COMP  PIC  S9(4).
           02  HLINE1F    PICTURE X.
           02  FILLER REDEFINES HLINE1F.
             03 HLINE1A    PICTURE X.
           02  HLINE1I  PIC X(50).
           02  HLINE2L    COMP  PIC  S9(4).
           02  HLINE2F    PICTURE X.
           02  FILLER REDEFINES HLINE2F.
             03 HLINE2A    PICTURE X.
           02  HLINE2I  PIC X(50).
           02  HLINE3L    COMP  PIC  S9(4).
           02  HLINE3F    PICTURE X.
           02  FILLER REDEFINES HLINE3F.
             03 HLINE3A    PICTURE X.
           02  HLINE3I  PIC X(50).
           02  HLINE4L    COMP  PIC  S9(4).
           02  HLINE4F    PICTURE X.
           02  FILLER REDEFINES HLINE4F.
             03 HLINE4A    PICTURE X.
           02  HLINE4I  PIC X(50).
           02  HLINE5L    COMP  PIC  S9(4).
           02  HLINE5F    PICTURE X.
           02  FILLER REDEFINES HLINE5F.
             03 HLINE5A    PICTURE X.
           02  HLINE5I  PIC X(50).
           02  HLINE6L    COMP  PIC  S9(4).
           02  HLINE6F    PICTURE X.
           02  FILLER REDEFINES HLINE6F.
             03 HLINE6A    PICTURE X.
           02  HLINE6I  PIC X(50).
           02  HLINE7L    COMP  PIC  S9(4).
           02  HLINE7F    PICTURE X.
           02  FILLER REDEFINES HLINE7F.
             03 HLINE7A    PICTURE X.
           02  HLINE7I  PIC X(50).
           02  HLINE8L    COMP  PIC  S9(4).
           02  HLINE8F    PICTURE X.
           02  FILLER REDEFINES HLINE8F.
             03 HLINE8A    PICTURE X.
           02  HLINE8I  PIC X(50).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  MSGI  PIC X(79).
       01  HM12MAPO REDEFINES HM12MAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCTIDO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ACCTDVZO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  BALO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  STATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ODLINEO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  AVAILO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  PCAPO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  HELDO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  LACTDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FRZFLGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HLINE1O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  HLINE2O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  HLINE3O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  HLINE4O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  HLINE5O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  HLINE6O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  HLINE7O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  HLINE8O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  MSGO  PIC X(79).
