      *****************************************************************
      * Site parameter record.
      *
      * SITEPARM maintains this file (siteparm.dat); every program
      * with a site-tunable setting reads its default from here, and
      * a value given on the command line still wins for that run.
      *
      * As with the key master, a parameter may hold several dated
      * versions: SP-Param-Id makes name plus effective date the
      * record key, so a change can be loaded ahead of the day it
      * takes effect.  Lookups use the latest version dated on or
      * before the run date.  Numeric values are held as typed, as a
      * whole number; NONE means the setting is switched off.
      *****************************************************************
       05 SP-Param-Id.
           10 SP-Param-Name     PIC X(20).
           10 SP-Effective-Date PIC 9(8).
       05 SP-Param-Value        PIC X(60).
       05 SP-Changed-By         PIC X(20).
       05 SP-Changed-Ts         PIC X(16).
