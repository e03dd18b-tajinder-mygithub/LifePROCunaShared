090126*  (SPACES on a key means "any").  ASTFMT29 merges every
090126*  matching message's lines into each statement page and
090126*  counts how many statements carried each message.
101526*  MSGR-LANGUAGE-CODE (SPACES = English) picks the rows for the
101526*  owner's language; a message with no rows in that language
101526*  goes out in English.
      *****************************************************************
090126 01  MESSAGE-RULE-RECORD.
090126     05  MSGR-MESSAGE-ID             PIC X(08).
090126     05  MSGR-PRODUCT-ID             PIC X(10).
090126     05  MSGR-OWNER-STATE            PIC X(02).
090126     05  MSGR-TEXT-LINE              PIC X(80).
101526     05  MSGR-LANGUAGE-CODE          PIC X(02).
