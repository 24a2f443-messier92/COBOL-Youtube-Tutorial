           PERFORM 5000-EXPAND-DATE.
           MOVE WS-NEW-DATE TO INV-LAST-SALE-DATE.
           MOVE OLD-INV-TAX-CATEGORY TO INV-TAX-CATEGORY.
           MOVE SPACES TO INV-VENDOR-ID.
           MOVE ZEROS TO INV-UNIT-COST, INV-AVERAGE-COST.
           MOVE "EACH" TO INV-UNIT-OF-SALE.
           WRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING INVENTORY "
