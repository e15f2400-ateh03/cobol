               88  OA-ITEM-OPEN         VALUE 'O'.
               88  OA-ITEM-PARTIAL      VALUE 'P'.
               88  OA-ITEM-CLOSED       VALUE 'C'.
           05  OA-TAX-AMOUNT    PIC 9(9).
