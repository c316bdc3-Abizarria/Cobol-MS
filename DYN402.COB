                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES
                       LOCK          MODE    IS  AUTOMATIC
                       FILE          STATUS  IS  FS-STA.

