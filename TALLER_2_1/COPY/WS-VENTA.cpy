      * SKIP IT; ONLY CUENTAS-COBRAR (THE RECEIVABLE LEDGER) AND THE
      * PER-CLIENT STATEMENTS POST IT, AS A REDUCTION OF WHAT THE
      * CLIENT OWES -
      * THREE MORE NON-MERCHANDISE TYPES CARRY STORED VALUE:
      * 'T' A GIFT CARD SOLD (LOADED), 'F' STORE CREDIT ISSUED
      * (SALDO A FAVOR, NORMALLY AGAINST AN 'R' REFUND INSTEAD OF
      * CASH) AND 'C' A CARD OR STORE-CREDIT BALANCE SPENT AS
      * TENDER (CANJE). LIKE 'P' THEY CARRY THE AMOUNT IN COSTO WITH
      * CANTIDAD-VENDIDA 1 AND PRODUCTO-ID 0, BUT PRODUCTO-SKU HOLDS
      * THE CARD NUMBER. THEY ARE NOT REVENUE EITHER: EVERY REVENUE/
      * POINTS/STOCK TALLY SKIPS THEM LIKE 'P', TARJETAS-REGALO KEEPS
      * THE PER-CARD BALANCE (TARJETAS.txt) AND EXTRACTO-GL POSTS
      * 'T'/'F' TO THE CARD LIABILITY AND 'C' OUT OF IT -
      * COSTO IS THE UNIT PRICE IN WHOLE-AND-CENTS (TWO IMPLIED
      * DECIMALS - THE TEN RECORD BYTES ARE NOW 99999999v99), AND
      * CANTIDAD-VENDIDA THE UNITS ON THE LINE - THE LINE TOTAL IS
