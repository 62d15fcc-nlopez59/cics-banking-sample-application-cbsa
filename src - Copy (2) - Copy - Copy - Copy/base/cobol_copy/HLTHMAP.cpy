           02  FILLER REDEFINES HLSECF.
               03  HLSECA                  PIC X.
           02  HLSECI                      PIC X(60).
           02  HLRGN1L                     PIC S9(4) COMP.
           02  HLRGN1F                     PIC X.
           02  FILLER REDEFINES HLRGN1F.
               03  HLRGN1A                 PIC X.
           02  HLRGN1I                     PIC X(60).
           02  HLRGN2L                     PIC S9(4) COMP.
           02  HLRGN2F                     PIC X.
           02  FILLER REDEFINES HLRGN2F.
               03  HLRGN2A                 PIC X.
           02  HLRGN2I                     PIC X(60).
           02  HLRGN3L                     PIC S9(4) COMP.
           02  HLRGN3F                     PIC X.
           02  FILLER REDEFINES HLRGN3F.
               03  HLRGN3A                 PIC X.
           02  HLRGN3I                     PIC X(60).
           02  HLRGN4L                     PIC S9(4) COMP.
           02  HLRGN4F                     PIC X.
           02  FILLER REDEFINES HLRGN4F.
               03  HLRGN4A                 PIC X.
           02  HLRGN4I                     PIC X(60).
           02  HLRGN5L                     PIC S9(4) COMP.
           02  HLRGN5F                     PIC X.
           02  FILLER REDEFINES HLRGN5F.
               03  HLRGN5A                 PIC X.
           02  HLRGN5I                     PIC X(60).
           02  HLRGN6L                     PIC S9(4) COMP.
           02  HLRGN6F                     PIC X.
           02  FILLER REDEFINES HLRGN6F.
               03  HLRGN6A                 PIC X.
           02  HLRGN6I                     PIC X(60).
           02  HLRGN7L                     PIC S9(4) COMP.
           02  HLRGN7F                     PIC X.
           02  FILLER REDEFINES HLRGN7F.
               03  HLRGN7A                 PIC X.
           02  HLRGN7I                     PIC X(60).
           02  HLRGN8L                     PIC S9(4) COMP.
           02  HLRGN8F                     PIC X.
           02  FILLER REDEFINES HLRGN8F.
               03  HLRGN8A                 PIC X.
           02  HLRGN8I                     PIC X(60).
           02  HLMSGL                      PIC S9(4) COMP.
           02  HLMSGF                      PIC X.
           02  FILLER REDEFINES HLMSGF.
           02  FILLER                      PIC X(03).
           02  HLSECO                      PIC X(60).
           02  FILLER                      PIC X(03).
           02  HLRGN1O                     PIC X(60).
           02  FILLER                      PIC X(03).
           02  HLRGN2O                     PIC X(60).
           02  FILLER                      PIC X(03).
           02  HLRGN3O                     PIC X(60).
           02  FILLER                      PIC X(03).
           02  HLRGN4O                     PIC X(60).
           02  FILLER                      PIC X(03).
           02  HLRGN5O                     PIC X(60).
           02  FILLER                      PIC X(03).
           02  HLRGN6O                     PIC X(60).
           02  FILLER                      PIC X(03).
           02  HLRGN7O                     PIC X(60).
           02  FILLER                      PIC X(03).
           02  HLRGN8O                     PIC X(60).
           02  FILLER                      PIC X(03).
           02  HLMSGO                      PIC X(60).
