      ******************************************************************
      *
      * CATFEC - PRODUCT CATEGORY MASTER RECORD, KEYED BY A FOUR-
      * CHARACTER CATEGORY CODE THAT RIDES ON THE PRODUCT MASTER
      * (PRD-CATEGORY). GROUPS PRODUCTS INTO PRODUCT LINES FOR THE
      * CATEGORY BREAK TOTALS ON INVSPFEC, INVGMFEC AND SLWMVFEC.
      * CAT-SALES-GL-SOURCE AND CAT-COGS-GL-SOURCE NAME THE GLMFEC
      * ROWS INVGLFEC POSTS THE CATEGORY'S LINE REVENUE AND COST OF
      * GOODS SOLD TO, SO FINANCE CAN CARRY A SALES AND COGS ACCOUNT
      * PER PRODUCT LINE. LEFT BLANK, THE CATEGORY POSTS TO THE
      * PLAIN SALE AND COGS ROWS LIKE AN UNCATEGORIZED PRODUCT.
      * MAINTAINED THROUGH CATMNFEC.
      *
      * MOD HISTORY
      * 2026-10-15  DAO  ORIGINAL RECORD.
      *
      ******************************************************************
      *
       01  PRODUCT-CATEGORY-RECORD.
           05  CAT-KEY.
               10  CAT-CATEGORY-CODE       PIC X(04).
           05  CAT-DESCRIPTION             PIC X(20).
           05  CAT-SALES-GL-SOURCE         PIC X(04).
           05  CAT-COGS-GL-SOURCE          PIC X(04).
      *
