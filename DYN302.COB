                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES
                       LOCK          MODE    IS  AUTOMATIC
                       FILE          STATUS  IS  FS-STA.

