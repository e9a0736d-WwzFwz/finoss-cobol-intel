               88 SO-ACTIVE         VALUE "A".
               88 SO-CANCELLED      VALUE "C".
               88 SO-EXPIRED        VALUE "E".
               88 SO-SUSPENDED      VALUE "S".
