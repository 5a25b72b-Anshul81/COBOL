      *> Bill-of-materials line layout for BillOfMaterials.dat, one
      *> record per component of a kit. Keyed ParentItemCode +
      *> ComponentItemCode, so a START on the parent item reads back
      *> every component of the kit together. Maintained by
      *> BillOfMaterialsMaintenance, read by InventoryBatchLoad to
      *> explode an 'I' issue for a kit into its component issues.
      *> COPY ... REPLACING ==:PREFIX:== BY ==BM-== for the FD record.
      *> QuantityPer is the number of the component used by one kit; a
      *> kit issue takes the kit quantity times QuantityPer of each
      *> component from the issuing warehouse.
       01 :PREFIX:BOMRecord.
           05 :PREFIX:BOMKey.
               10 :PREFIX:ParentItemCode    PIC X(5).
               10 :PREFIX:ComponentItemCode PIC X(5).
           05 :PREFIX:QuantityPer    PIC 9(3).
