      *****************************************************************
      * STRWRDM - symbolic map for the STRWRDM panel in mapset
      * STRWRDS (strwrd.bms), kept in the copylib the same way the
      * BMS assembly generates it so STRWRD compiles without a map
      * regen. Regenerate (DFHMSD TYPE=DSECT) and replace this member
      * whenever the BMS source changes.
      *****************************************************************
       01  STRWRDMI.
           05  FILLER                      PIC X(12).
           05  WRDSL                       PIC S9(4) COMP.
           05  WRDSF                       PIC X.
           05  WRDSI                       PIC X(50).
           05  PAGNBRL                     PIC S9(4) COMP.
           05  PAGNBRF                     PIC X.
           05  PAGNBRI                     PIC X(2).
           05  SEL1L                       PIC S9(4) COMP.
           05  SEL1F                       PIC X.
           05  SEL1I                       PIC X.
           05  KEY1L                       PIC S9(4) COMP.
           05  KEY1F                       PIC X.
           05  KEY1I                       PIC X(6).
           05  FED1L                       PIC S9(4) COMP.
           05  FED1F                       PIC X.
           05  FED1I                       PIC X(4).
           05  STA1L                       PIC S9(4) COMP.
           05  STA1F                       PIC X.
           05  STA1I                       PIC X(7).
           05  STR1L                       PIC S9(4) COMP.
           05  STR1F                       PIC X.
           05  STR1I                       PIC X(72).
           05  SEL2L                       PIC S9(4) COMP.
           05  SEL2F                       PIC X.
           05  SEL2I                       PIC X.
           05  KEY2L                       PIC S9(4) COMP.
           05  KEY2F                       PIC X.
           05  KEY2I                       PIC X(6).
           05  FED2L                       PIC S9(4) COMP.
           05  FED2F                       PIC X.
           05  FED2I                       PIC X(4).
           05  STA2L                       PIC S9(4) COMP.
           05  STA2F                       PIC X.
           05  STA2I                       PIC X(7).
           05  STR2L                       PIC S9(4) COMP.
           05  STR2F                       PIC X.
           05  STR2I                       PIC X(72).
           05  SEL3L                       PIC S9(4) COMP.
           05  SEL3F                       PIC X.
           05  SEL3I                       PIC X.
           05  KEY3L                       PIC S9(4) COMP.
           05  KEY3F                       PIC X.
           05  KEY3I                       PIC X(6).
           05  FED3L                       PIC S9(4) COMP.
           05  FED3F                       PIC X.
           05  FED3I                       PIC X(4).
           05  STA3L                       PIC S9(4) COMP.
           05  STA3F                       PIC X.
           05  STA3I                       PIC X(7).
           05  STR3L                       PIC S9(4) COMP.
           05  STR3F                       PIC X.
           05  STR3I                       PIC X(72).
           05  SEL4L                       PIC S9(4) COMP.
           05  SEL4F                       PIC X.
           05  SEL4I                       PIC X.
           05  KEY4L                       PIC S9(4) COMP.
           05  KEY4F                       PIC X.
           05  KEY4I                       PIC X(6).
           05  FED4L                       PIC S9(4) COMP.
           05  FED4F                       PIC X.
           05  FED4I                       PIC X(4).
           05  STA4L                       PIC S9(4) COMP.
           05  STA4F                       PIC X.
           05  STA4I                       PIC X(7).
           05  STR4L                       PIC S9(4) COMP.
           05  STR4F                       PIC X.
           05  STR4I                       PIC X(72).
           05  SEL5L                       PIC S9(4) COMP.
           05  SEL5F                       PIC X.
           05  SEL5I                       PIC X.
           05  KEY5L                       PIC S9(4) COMP.
           05  KEY5F                       PIC X.
           05  KEY5I                       PIC X(6).
           05  FED5L                       PIC S9(4) COMP.
           05  FED5F                       PIC X.
           05  FED5I                       PIC X(4).
           05  STA5L                       PIC S9(4) COMP.
           05  STA5F                       PIC X.
           05  STA5I                       PIC X(7).
           05  STR5L                       PIC S9(4) COMP.
           05  STR5F                       PIC X.
           05  STR5I                       PIC X(72).
           05  SEL6L                       PIC S9(4) COMP.
           05  SEL6F                       PIC X.
           05  SEL6I                       PIC X.
           05  KEY6L                       PIC S9(4) COMP.
           05  KEY6F                       PIC X.
           05  KEY6I                       PIC X(6).
           05  FED6L                       PIC S9(4) COMP.
           05  FED6F                       PIC X.
           05  FED6I                       PIC X(4).
           05  STA6L                       PIC S9(4) COMP.
           05  STA6F                       PIC X.
           05  STA6I                       PIC X(7).
           05  STR6L                       PIC S9(4) COMP.
           05  STR6F                       PIC X.
           05  STR6I                       PIC X(72).
           05  SEL7L                       PIC S9(4) COMP.
           05  SEL7F                       PIC X.
           05  SEL7I                       PIC X.
           05  KEY7L                       PIC S9(4) COMP.
           05  KEY7F                       PIC X.
           05  KEY7I                       PIC X(6).
           05  FED7L                       PIC S9(4) COMP.
           05  FED7F                       PIC X.
           05  FED7I                       PIC X(4).
           05  STA7L                       PIC S9(4) COMP.
           05  STA7F                       PIC X.
           05  STA7I                       PIC X(7).
           05  STR7L                       PIC S9(4) COMP.
           05  STR7F                       PIC X.
           05  STR7I                       PIC X(72).
           05  SEL8L                       PIC S9(4) COMP.
           05  SEL8F                       PIC X.
           05  SEL8I                       PIC X.
           05  KEY8L                       PIC S9(4) COMP.
           05  KEY8F                       PIC X.
           05  KEY8I                       PIC X(6).
           05  FED8L                       PIC S9(4) COMP.
           05  FED8F                       PIC X.
           05  FED8I                       PIC X(4).
           05  STA8L                       PIC S9(4) COMP.
           05  STA8F                       PIC X.
           05  STA8I                       PIC X(7).
           05  STR8L                       PIC S9(4) COMP.
           05  STR8F                       PIC X.
           05  STR8I                       PIC X(72).
           05  WRDMSGL                     PIC S9(4) COMP.
           05  WRDMSGF                     PIC X.
           05  WRDMSGI                     PIC X(40).
       01  STRWRDMO REDEFINES STRWRDMI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(3).
           05  WRDSO                       PIC X(50).
           05  FILLER                      PIC X(3).
           05  PAGNBRO                     PIC X(2).
           05  FILLER                      PIC X(3).
           05  SEL1O                       PIC X.
           05  FILLER                      PIC X(3).
           05  KEY1O                       PIC X(6).
           05  FILLER                      PIC X(3).
           05  FED1O                       PIC X(4).
           05  FILLER                      PIC X(3).
           05  STA1O                       PIC X(7).
           05  FILLER                      PIC X(3).
           05  STR1O                       PIC X(72).
           05  FILLER                      PIC X(3).
           05  SEL2O                       PIC X.
           05  FILLER                      PIC X(3).
           05  KEY2O                       PIC X(6).
           05  FILLER                      PIC X(3).
           05  FED2O                       PIC X(4).
           05  FILLER                      PIC X(3).
           05  STA2O                       PIC X(7).
           05  FILLER                      PIC X(3).
           05  STR2O                       PIC X(72).
           05  FILLER                      PIC X(3).
           05  SEL3O                       PIC X.
           05  FILLER                      PIC X(3).
           05  KEY3O                       PIC X(6).
           05  FILLER                      PIC X(3).
           05  FED3O                       PIC X(4).
           05  FILLER                      PIC X(3).
           05  STA3O                       PIC X(7).
           05  FILLER                      PIC X(3).
           05  STR3O                       PIC X(72).
           05  FILLER                      PIC X(3).
           05  SEL4O                       PIC X.
           05  FILLER                      PIC X(3).
           05  KEY4O                       PIC X(6).
           05  FILLER                      PIC X(3).
           05  FED4O                       PIC X(4).
           05  FILLER                      PIC X(3).
           05  STA4O                       PIC X(7).
           05  FILLER                      PIC X(3).
           05  STR4O                       PIC X(72).
           05  FILLER                      PIC X(3).
           05  SEL5O                       PIC X.
           05  FILLER                      PIC X(3).
           05  KEY5O                       PIC X(6).
           05  FILLER                      PIC X(3).
           05  FED5O                       PIC X(4).
           05  FILLER                      PIC X(3).
           05  STA5O                       PIC X(7).
           05  FILLER                      PIC X(3).
           05  STR5O                       PIC X(72).
           05  FILLER                      PIC X(3).
           05  SEL6O                       PIC X.
           05  FILLER                      PIC X(3).
           05  KEY6O                       PIC X(6).
           05  FILLER                      PIC X(3).
           05  FED6O                       PIC X(4).
           05  FILLER                      PIC X(3).
           05  STA6O                       PIC X(7).
           05  FILLER                      PIC X(3).
           05  STR6O                       PIC X(72).
           05  FILLER                      PIC X(3).
           05  SEL7O                       PIC X.
           05  FILLER                      PIC X(3).
           05  KEY7O                       PIC X(6).
           05  FILLER                      PIC X(3).
           05  FED7O                       PIC X(4).
           05  FILLER                      PIC X(3).
           05  STA7O                       PIC X(7).
           05  FILLER                      PIC X(3).
           05  STR7O                       PIC X(72).
           05  FILLER                      PIC X(3).
           05  SEL8O                       PIC X.
           05  FILLER                      PIC X(3).
           05  KEY8O                       PIC X(6).
           05  FILLER                      PIC X(3).
           05  FED8O                       PIC X(4).
           05  FILLER                      PIC X(3).
           05  STA8O                       PIC X(7).
           05  FILLER                      PIC X(3).
           05  STR8O                       PIC X(72).
           05  FILLER                      PIC X(3).
           05  WRDMSGO                     PIC X(40).
