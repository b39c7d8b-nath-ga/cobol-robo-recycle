      *      P2  extract total = CALCCOSTS control total
      *      P3  cost_history.csv rows of this run = robot count
      *          = extract rows
      *      P4  reusable_stock.csv re-added = what REFURB
      *          released to the cage this run
      *      P5  po_proposals.csv EUR spend re-added = MATREQ
      *          control total
      *      P6  PO spend vs MATREQ supplier subtotals (EUR), within
