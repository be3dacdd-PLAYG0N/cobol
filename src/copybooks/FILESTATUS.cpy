               88 RC-ERROR    VALUE 0008.
               88 RC-SEVERE   VALUE 0012.
               88 RC-CRITICAL VALUE 0016.
               88 RC-ACCESS-DENIED VALUE 0020.
           05 SHOP-RETURN-MESSAGE PIC X(40).
