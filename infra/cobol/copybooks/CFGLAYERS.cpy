      *> Layered configuration as resolved by AZURECFGLOAD's
      *> AZURECFGLAYER: the layer files that make up one environment
      *> (organisation base, optional tier, the environment file
      *> itself - in that order) and every key with its final value
      *> and the layer that supplied it
       01  CONFIG-LAYERS.
           05  CFG-LAYER-COUNT            PIC 9(1).
           05  CFG-LAYER OCCURS 3 TIMES.
               10  CFG-LAYER-LABEL        PIC X(16).
               10  CFG-LAYER-FILE         PIC X(128).
               10  CFG-LAYER-KEY-COUNT    PIC 9(4).

       01  CONFIG-KEYS.
           05  CFG-KEY-COUNT              PIC 9(4).
           05  CFG-KEY-ENTRY OCCURS 1000 TIMES.
               10  CFG-KEY-NAME           PIC X(32).
               10  CFG-KEY-VALUE          PIC X(288).
      *> Layer (1-3) whose value won, and the earlier layer it
      *> overrode (0 when nothing below it set the key)
               10  CFG-KEY-LAYER          PIC 9(1).
               10  CFG-KEY-PRIOR-LAYER    PIC 9(1).
      *> Y when the winning layer repeats the value it overrode -
      *> a copy that can simply be deleted
               10  CFG-KEY-REDUNDANT      PIC X(1).
