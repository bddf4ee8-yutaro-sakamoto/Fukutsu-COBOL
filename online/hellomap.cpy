      *================================================================
      * HELLOMAP - symbolic maps for mapset HELLOMS (hellomap.bms):
      * HELLOMAP (maintenance), HELLOAUD (audit inquiry), HELLOSUS
      * (suspense work queue), HELLOAPR (approval queue) and HELLOSTS
      * (batch run status).
      * Hand-maintained copy of the DFHMSD TYPE=DSECT output; keep in
      * step with hellomap.bms if the map layouts change.
      *================================================================
               10 filler             pic x(3).
               10 sus-line-text      pic x(70).
           05 filler             pic x(43).
       01 helloapri.
           05 filler             pic x(12).
           05 aprtrnl            pic s9(4) comp.
           05 aprtrnf            pic x.
           05 filler redefines aprtrnf.
               10 aprtrna            pic x.
           05 aprtrni            pic x(6).
           05 aprl01l            pic s9(4) comp.
           05 aprl01f            pic x.
           05 filler redefines aprl01f.
               10 aprl01a            pic x.
           05 aprl01i            pic x(70).
           05 aprl02l            pic s9(4) comp.
           05 aprl02f            pic x.
           05 filler redefines aprl02f.
               10 aprl02a            pic x.
           05 aprl02i            pic x(70).
           05 aprl03l            pic s9(4) comp.
           05 aprl03f            pic x.
           05 filler redefines aprl03f.
               10 aprl03a            pic x.
           05 aprl03i            pic x(70).
           05 aprl04l            pic s9(4) comp.
           05 aprl04f            pic x.
           05 filler redefines aprl04f.
               10 aprl04a            pic x.
           05 aprl04i            pic x(70).
           05 aprl05l            pic s9(4) comp.
           05 aprl05f            pic x.
           05 filler redefines aprl05f.
               10 aprl05a            pic x.
           05 aprl05i            pic x(70).
           05 aprl06l            pic s9(4) comp.
           05 aprl06f            pic x.
           05 filler redefines aprl06f.
               10 aprl06a            pic x.
           05 aprl06i            pic x(70).
           05 aprl07l            pic s9(4) comp.
           05 aprl07f            pic x.
           05 filler redefines aprl07f.
               10 aprl07a            pic x.
           05 aprl07i            pic x(70).
           05 aprl08l            pic s9(4) comp.
           05 aprl08f            pic x.
           05 filler redefines aprl08f.
               10 aprl08a            pic x.
           05 aprl08i            pic x(70).
           05 aprmsgl            pic s9(4) comp.
           05 aprmsgf            pic x.
           05 filler redefines aprmsgf.
               10 aprmsga            pic x.
           05 aprmsgi            pic x(40).
       01 helloapro redefines helloapri.
           05 filler             pic x(12).
           05 filler             pic x(3).
           05 aprtrno            pic x(6).
           05 filler             pic x(3).
           05 aprl01o            pic x(70).
           05 filler             pic x(3).
           05 aprl02o            pic x(70).
           05 filler             pic x(3).
           05 aprl03o            pic x(70).
           05 filler             pic x(3).
           05 aprl04o            pic x(70).
           05 filler             pic x(3).
           05 aprl05o            pic x(70).
           05 filler             pic x(3).
           05 aprl06o            pic x(70).
           05 filler             pic x(3).
           05 aprl07o            pic x(70).
           05 filler             pic x(3).
           05 aprl08o            pic x(70).
           05 filler             pic x(3).
           05 aprmsgo            pic x(40).
       01 apr-line-table redefines helloapri.
           05 filler             pic x(21).
           05 apr-line-entry occurs 8 times.
               10 filler             pic x(3).
               10 apr-line-text      pic x(70).
           05 filler             pic x(43).
       01 hellostsi.
           05 filler             pic x(12).
           05 stsdtel            pic s9(4) comp.
           05 stsdtef            pic x.
           05 filler redefines stsdtef.
               10 stsdtea            pic x.
           05 stsdtei            pic x(8).
           05 stsl01l            pic s9(4) comp.
           05 stsl01f            pic x.
           05 filler redefines stsl01f.
               10 stsl01a            pic x.
           05 stsl01i            pic x(78).
           05 stsl02l            pic s9(4) comp.
           05 stsl02f            pic x.
           05 filler redefines stsl02f.
               10 stsl02a            pic x.
           05 stsl02i            pic x(78).
           05 stsl03l            pic s9(4) comp.
           05 stsl03f            pic x.
           05 filler redefines stsl03f.
               10 stsl03a            pic x.
           05 stsl03i            pic x(78).
           05 stsl04l            pic s9(4) comp.
           05 stsl04f            pic x.
           05 filler redefines stsl04f.
               10 stsl04a            pic x.
           05 stsl04i            pic x(78).
           05 stsl05l            pic s9(4) comp.
           05 stsl05f            pic x.
           05 filler redefines stsl05f.
               10 stsl05a            pic x.
           05 stsl05i            pic x(78).
           05 stsl06l            pic s9(4) comp.
           05 stsl06f            pic x.
           05 filler redefines stsl06f.
               10 stsl06a            pic x.
           05 stsl06i            pic x(78).
           05 stsl07l            pic s9(4) comp.
           05 stsl07f            pic x.
           05 filler redefines stsl07f.
               10 stsl07a            pic x.
           05 stsl07i            pic x(78).
           05 stsl08l            pic s9(4) comp.
           05 stsl08f            pic x.
           05 filler redefines stsl08f.
               10 stsl08a            pic x.
           05 stsl08i            pic x(78).
           05 stsmsgl            pic s9(4) comp.
           05 stsmsgf            pic x.
           05 filler redefines stsmsgf.
               10 stsmsga            pic x.
           05 stsmsgi            pic x(60).
       01 hellostso redefines hellostsi.
           05 filler             pic x(12).
           05 filler             pic x(3).
           05 stsdteo            pic x(8).
           05 filler             pic x(3).
           05 stsl01o            pic x(78).
           05 filler             pic x(3).
           05 stsl02o            pic x(78).
           05 filler             pic x(3).
           05 stsl03o            pic x(78).
           05 filler             pic x(3).
           05 stsl04o            pic x(78).
           05 filler             pic x(3).
           05 stsl05o            pic x(78).
           05 filler             pic x(3).
           05 stsl06o            pic x(78).
           05 filler             pic x(3).
           05 stsl07o            pic x(78).
           05 filler             pic x(3).
           05 stsl08o            pic x(78).
           05 filler             pic x(3).
           05 stsmsgo            pic x(60).
       01 sts-line-table redefines hellostsi.
           05 filler             pic x(23).
           05 sts-line-entry occurs 8 times.
               10 filler             pic x(3).
               10 sts-line-text      pic x(78).
           05 filler             pic x(63).
