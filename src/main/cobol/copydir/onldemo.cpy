           02  INVAMTO  PIC ZZ,ZZZ.ZZ.
           02  FILLER PICTURE X(3).
           02  MESSO  PIC X(40).
       01  SHOWLNI.
           02  FILLER PIC X(12).
           02  LDATEL  COMP PIC S9(4).
           02  LDATEF  PICTURE X.
           02  FILLER REDEFINES LDATEF.
               03  LDATEA  PICTURE X.
           02  LDATEI  PIC X(10).
           02  LTIMEL  COMP PIC S9(4).
           02  LTIMEF  PICTURE X.
           02  FILLER REDEFINES LTIMEF.
               03  LTIMEA  PICTURE X.
           02  LTIMEI  PIC X(10).
           02  LCNUML  COMP PIC S9(4).
           02  LCNUMF  PICTURE X.
           02  FILLER REDEFINES LCNUMF.
               03  LCNUMA  PICTURE X.
           02  LCNUMI  PIC X(10).
           02  LNAMEL  COMP PIC S9(4).
           02  LNAMEF  PICTURE X.
           02  FILLER REDEFINES LNAMEF.
               03  LNAMEA  PICTURE X.
           02  LNAMEI  PIC X(20).
           02  DFHMS1 OCCURS 10.
               03  LLISTL  COMP PIC S9(4).
               03  LLISTF  PICTURE X.
               03  FILLER REDEFINES LLISTF.
                   04  LLISTA  PICTURE X.
               03  LLISTI  PIC X(70).
           02  LLNUML  COMP PIC S9(4).
           02  LLNUMF  PICTURE X.
           02  FILLER REDEFINES LLNUMF.
               03  LLNUMA  PICTURE X.
           02  LLNUMI  PIC 99.
           02  LDESCL  COMP PIC S9(4).
           02  LDESCF  PICTURE X.
           02  FILLER REDEFINES LDESCF.
               03  LDESCA  PICTURE X.
           02  LDESCI  PIC X(30).
           02  LQTYL  COMP PIC S9(4).
           02  LQTYF  PICTURE X.
           02  FILLER REDEFINES LQTYF.
               03  LQTYA  PICTURE X.
           02  LQTYI  PIC ZZZZ9.
           02  LUNITL  COMP PIC S9(4).
           02  LUNITF  PICTURE X.
           02  FILLER REDEFINES LUNITF.
               03  LUNITA  PICTURE X.
           02  LUNITI  PIC ZZ,ZZZ.ZZ.
           02  LTAXCDL  COMP PIC S9(4).
           02  LTAXCDF  PICTURE X.
           02  FILLER REDEFINES LTAXCDF.
               03  LTAXCDA  PICTURE X.
           02  LTAXCDI  PIC X(2).
           02  LNETTL  COMP PIC S9(4).
           02  LNETTF  PICTURE X.
           02  FILLER REDEFINES LNETTF.
               03  LNETTA  PICTURE X.
           02  LNETTI  PIC ZZ,ZZZ.ZZ.
           02  LTAXTL  COMP PIC S9(4).
           02  LTAXTF  PICTURE X.
           02  FILLER REDEFINES LTAXTF.
               03  LTAXTA  PICTURE X.
           02  LTAXTI  PIC ZZ,ZZZ.ZZ.
           02  LINVTL  COMP PIC S9(4).
           02  LINVTF  PICTURE X.
           02  FILLER REDEFINES LINVTF.
               03  LINVTA  PICTURE X.
           02  LINVTI  PIC ZZ,ZZZ.ZZ.
           02  LMESSL  COMP PIC S9(4).
           02  LMESSF  PICTURE X.
           02  FILLER REDEFINES LMESSF.
               03  LMESSA  PICTURE X.
           02  LMESSI  PIC X(40).
       01  SHOWLNO REDEFINES SHOWLNI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  LDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LTIMEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LCNUMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LNAMEO  PIC X(20).
           02  DFHMS2 OCCURS 10.
               03  FILLER PICTURE X(3).
               03  LLISTO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LLNUMO  PIC 99.
           02  FILLER PICTURE X(3).
           02  LDESCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  LQTYO  PIC ZZZZ9.
           02  FILLER PICTURE X(3).
           02  LUNITO  PIC ZZ,ZZZ.ZZ.
           02  FILLER PICTURE X(3).
           02  LTAXCDO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LNETTO  PIC ZZ,ZZZ.ZZ.
           02  FILLER PICTURE X(3).
           02  LTAXTO  PIC ZZ,ZZZ.ZZ.
           02  FILLER PICTURE X(3).
           02  LINVTO  PIC ZZ,ZZZ.ZZ.
           02  FILLER PICTURE X(3).
           02  LMESSO  PIC X(40).
