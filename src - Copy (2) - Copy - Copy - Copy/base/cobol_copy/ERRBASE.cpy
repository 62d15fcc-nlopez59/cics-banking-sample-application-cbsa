      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * Record layout for the ERRBASE VSAM KSDS - the statistical
      * baseline of ERRLOG volume kept by BASRPT01. One record per
      * program-id/EIBRESP-STRING pair per day of the week (1 is
      * Sunday, 7 is Saturday): the mean and spread (standard
      * deviation) of the pair's daily count on that weekday, and of
      * its count in each hour of that weekday, over the trailing
      * ERRBASE-WEEKS weeks before ERRBASE-BUILT-DATE. A day with no
      * records for the pair counts as a zero, so a pair that fails
      * one Monday in four has a small mean and a wide spread, not a
      * mean of one.
      *
      * BASRPT01 rebuilds every pair it finds in the trailing window
      * each night. A pair that has dropped out of the window keeps
      * its last record, with an older ERRBASE-BUILT-DATE, until
      * someone deletes it - it is never used to judge a day it was
      * not built for.
       01  ERRBASE-RECORD.
           05  ERRBASE-KEY.
               10  ERRBASE-PROGRAM-ID      PIC X(08).
               10  ERRBASE-RESP-STRING     PIC X(40).
               10  ERRBASE-DAY-OF-WEEK     PIC 9(01).
           05  ERRBASE-BUILT-DATE          PIC X(08).
           05  ERRBASE-WEEKS               PIC 9(02).
           05  ERRBASE-DAY-MEAN            PIC 9(07)V99.
           05  ERRBASE-DAY-SPREAD          PIC 9(07)V99.
           05  ERRBASE-HOUR OCCURS 24 TIMES.
               10  ERRBASE-HOUR-MEAN       PIC 9(05)V99.
               10  ERRBASE-HOUR-SPREAD     PIC 9(05)V99.
