      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Merchandise tables for FAKPROD.  Every table is
      *              weighted and every table name is one FAKERTAB
      *              knows, so an entry can be disabled, re-enabled
      *              or reweighted through the override file without
      *              a recompile.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** Categories: the SKU prefix, the category name, and the
      **** list-price band an item in the category is priced within.
      **** Prices are retail-style - whole dollars plus 99 cents - so
      **** every band runs from a .99 floor to a .99 ceiling.

       01  PRODUCT-CATEGORIES.
           05  PRODUCT-CATEGORY-CNT
                                   PIC S9(4)  COMP VALUE 10.
           05  PRODUCT-CATEGORY-WEIGHT-TOT
                                   PIC S99V9(9)
                                              COMP VALUE 0.
           05  PRODUCT-CATEGORY-OCCS.
               10  FILLER          PIC X(03)       VALUE 'ELE'.
               10  FILLER          PIC X(15)       VALUE
                                       'ELECTRONICS'.
               10  FILLER          PIC 9(05)V99    VALUE 19.99.
               10  FILLER          PIC 9(05)V99    VALUE 1499.99.
               10  FILLER          PIC SV9(9) COMP VALUE  0.140000000.
               10  FILLER          PIC X(03)       VALUE 'HOM'.
               10  FILLER          PIC X(15)       VALUE
                                       'HOME/KITCHEN'.
               10  FILLER          PIC 9(05)V99    VALUE 4.99.
               10  FILLER          PIC 9(05)V99    VALUE 399.99.
               10  FILLER          PIC SV9(9) COMP VALUE  0.140000000.
               10  FILLER          PIC X(03)       VALUE 'APP'.
               10  FILLER          PIC X(15)       VALUE
                                       'APPAREL'.
               10  FILLER          PIC 9(05)V99    VALUE 7.99.
               10  FILLER          PIC 9(05)V99    VALUE 249.99.
               10  FILLER          PIC SV9(9) COMP VALUE  0.130000000.
               10  FILLER          PIC X(03)       VALUE 'SPT'.
               10  FILLER          PIC X(15)       VALUE
                                       'SPORTS/OUTDOORS'.
               10  FILLER          PIC 9(05)V99    VALUE 9.99.
               10  FILLER          PIC 9(05)V99    VALUE 599.99.
               10  FILLER          PIC SV9(9) COMP VALUE  0.090000000.
               10  FILLER          PIC X(03)       VALUE 'TOY'.
               10  FILLER          PIC X(15)       VALUE
                                       'TOYS/GAMES'.
               10  FILLER          PIC 9(05)V99    VALUE 4.99.
               10  FILLER          PIC 9(05)V99    VALUE 149.99.
               10  FILLER          PIC SV9(9) COMP VALUE  0.080000000.
               10  FILLER          PIC X(03)       VALUE 'OFF'.
               10  FILLER          PIC X(15)       VALUE
                                       'OFFICE'.
               10  FILLER          PIC 9(05)V99    VALUE 0.99.
               10  FILLER          PIC 9(05)V99    VALUE 349.99.
               10  FILLER          PIC SV9(9) COMP VALUE  0.080000000.
               10  FILLER          PIC X(03)       VALUE 'GRO'.
               10  FILLER          PIC X(15)       VALUE
                                       'GROCERY'.
               10  FILLER          PIC 9(05)V99    VALUE 0.99.
               10  FILLER          PIC 9(05)V99    VALUE 39.99.
               10  FILLER          PIC SV9(9) COMP VALUE  0.120000000.
               10  FILLER          PIC X(03)       VALUE 'HLT'.
               10  FILLER          PIC X(15)       VALUE
                                       'HEALTH/BEAUTY'.
               10  FILLER          PIC 9(05)V99    VALUE 1.99.
               10  FILLER          PIC 9(05)V99    VALUE 119.99.
               10  FILLER          PIC SV9(9) COMP VALUE  0.100000000.
               10  FILLER          PIC X(03)       VALUE 'TLS'.
               10  FILLER          PIC X(15)       VALUE
                                       'TOOLS/HARDWARE'.
               10  FILLER          PIC 9(05)V99    VALUE 2.99.
               10  FILLER          PIC 9(05)V99    VALUE 699.99.
               10  FILLER          PIC SV9(9) COMP VALUE  0.070000000.
               10  FILLER          PIC X(03)       VALUE 'AUT'.
               10  FILLER          PIC X(15)       VALUE
                                       'AUTOMOTIVE'.
               10  FILLER          PIC 9(05)V99    VALUE 4.99.
               10  FILLER          PIC 9(05)V99    VALUE 499.99.
               10  FILLER          PIC SV9(9) COMP VALUE  0.050000000.
           05  FILLER REDEFINES PRODUCT-CATEGORY-OCCS.
               10  FILLER                          OCCURS 10
                                                   INDEXED PC-DX.
                   15  PRODUCT-CATEGORY-CODE
                                   PIC X(03).
                   15  PRODUCT-CATEGORY-NAME
                                   PIC X(15).
                   15  PRODUCT-CATEGORY-PRICE-MIN
                                   PIC 9(05)V99.
                   15  PRODUCT-CATEGORY-PRICE-MAX
                                   PIC 9(05)V99.
                   15  PRODUCT-CATEGORY-WEIGHT
                                   PIC SV9(9) COMP.

      **** Items, each belonging to one category (its ordinal in
      **** PRODUCT-CATEGORIES above).  Weights are relative within the
      **** category, so each category's items sum to 1.0; an item is
      **** only ever drawn once its category has been.

       01  PRODUCT-ITEMS.
           05  PRODUCT-ITEM-CNT    PIC S9(4)  COMP VALUE 44.
           05  PRODUCT-ITEM-OCCS.
               10  FILLER          PIC X(14)       VALUE 'Headphones'.
               10  FILLER          PIC 9(02)       VALUE 01.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Speaker'.
               10  FILLER          PIC 9(02)       VALUE 01.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Monitor'.
               10  FILLER          PIC 9(02)       VALUE 01.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE 'Keyboard'.
               10  FILLER          PIC 9(02)       VALUE 01.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Tablet'.
               10  FILLER          PIC 9(02)       VALUE 01.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE 'Blender'.
               10  FILLER          PIC 9(02)       VALUE 02.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Skillet'.
               10  FILLER          PIC 9(02)       VALUE 02.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Table Lamp'.
               10  FILLER          PIC 9(02)       VALUE 02.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Dining Chair'.
               10  FILLER          PIC 9(02)       VALUE 02.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE
                                       'Cutting Board'.
               10  FILLER          PIC 9(02)       VALUE 02.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Jacket'.
               10  FILLER          PIC 9(02)       VALUE 03.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Shirt'.
               10  FILLER          PIC 9(02)       VALUE 03.
               10  FILLER          PIC SV9(9) COMP VALUE  0.300000000.
               10  FILLER          PIC X(14)       VALUE 'Sneakers'.
               10  FILLER          PIC 9(02)       VALUE 03.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Hat'.
               10  FILLER          PIC 9(02)       VALUE 03.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE 'Gloves'.
               10  FILLER          PIC 9(02)       VALUE 03.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE 'Backpack'.
               10  FILLER          PIC 9(02)       VALUE 04.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Tent'.
               10  FILLER          PIC 9(02)       VALUE 04.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE 'Water Bottle'.
               10  FILLER          PIC 9(02)       VALUE 04.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Yoga Mat'.
               10  FILLER          PIC 9(02)       VALUE 04.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Bike Helmet'.
               10  FILLER          PIC 9(02)       VALUE 04.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE 'Puzzle'.
               10  FILLER          PIC 9(02)       VALUE 05.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Building Set'.
               10  FILLER          PIC 9(02)       VALUE 05.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Board Game'.
               10  FILLER          PIC 9(02)       VALUE 05.
               10  FILLER          PIC SV9(9) COMP VALUE  0.300000000.
               10  FILLER          PIC X(14)       VALUE
                                       'Action Figure'.
               10  FILLER          PIC 9(02)       VALUE 05.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Notebook'.
               10  FILLER          PIC 9(02)       VALUE 06.
               10  FILLER          PIC SV9(9) COMP VALUE  0.300000000.
               10  FILLER          PIC X(14)       VALUE 'Desk Tray'.
               10  FILLER          PIC 9(02)       VALUE 06.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE 'Stapler'.
               10  FILLER          PIC 9(02)       VALUE 06.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE 'Pen Set'.
               10  FILLER          PIC 9(02)       VALUE 06.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Office Chair'.
               10  FILLER          PIC 9(02)       VALUE 06.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE 'Coffee Beans'.
               10  FILLER          PIC 9(02)       VALUE 07.
               10  FILLER          PIC SV9(9) COMP VALUE  0.300000000.
               10  FILLER          PIC X(14)       VALUE 'Olive Oil'.
               10  FILLER          PIC 9(02)       VALUE 07.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Granola'.
               10  FILLER          PIC 9(02)       VALUE 07.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Tea Sampler'.
               10  FILLER          PIC 9(02)       VALUE 07.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Shampoo'.
               10  FILLER          PIC 9(02)       VALUE 08.
               10  FILLER          PIC SV9(9) COMP VALUE  0.300000000.
               10  FILLER          PIC X(14)       VALUE 'Hand Cream'.
               10  FILLER          PIC 9(02)       VALUE 08.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Toothbrush'.
               10  FILLER          PIC 9(02)       VALUE 08.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Hairbrush'.
               10  FILLER          PIC 9(02)       VALUE 08.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Hammer'.
               10  FILLER          PIC 9(02)       VALUE 09.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE
                                       'Cordless Drill'.
               10  FILLER          PIC 9(02)       VALUE 09.
               10  FILLER          PIC SV9(9) COMP VALUE  0.150000000.
               10  FILLER          PIC X(14)       VALUE 'Wrench Set'.
               10  FILLER          PIC 9(02)       VALUE 09.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Tape Measure'.
               10  FILLER          PIC 9(02)       VALUE 09.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Toolbox'.
               10  FILLER          PIC 9(02)       VALUE 09.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Floor Mats'.
               10  FILLER          PIC 9(02)       VALUE 10.
               10  FILLER          PIC SV9(9) COMP VALUE  0.300000000.
               10  FILLER          PIC X(14)       VALUE 'Wiper Blades'.
               10  FILLER          PIC 9(02)       VALUE 10.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
               10  FILLER          PIC X(14)       VALUE 'Car Cover'.
               10  FILLER          PIC 9(02)       VALUE 10.
               10  FILLER          PIC SV9(9) COMP VALUE  0.200000000.
               10  FILLER          PIC X(14)       VALUE 'Seat Cushion'.
               10  FILLER          PIC 9(02)       VALUE 10.
               10  FILLER          PIC SV9(9) COMP VALUE  0.250000000.
           05  FILLER REDEFINES PRODUCT-ITEM-OCCS.
               10  FILLER                          OCCURS 44
                                                   INDEXED PI-DX.
                   15  PRODUCT-ITEM
                                   PIC X(14).
                   15  PRODUCT-ITEM-CATEGORY
                                   PIC 9(02).
                   15  PRODUCT-ITEM-WEIGHT
                                   PIC SV9(9) COMP.

      **** Materials.  PRODUCT-MATERIAL-FITS carries one byte per
      **** category, in PRODUCT-CATEGORIES order, 'Y' where the
      **** material makes sense for that category's items - so there
      **** are no ceramic sneakers.  A category no active material
      **** fits (GROCERY, once 'Organic' is disabled) simply names its
      **** products without one.

       01  PRODUCT-MATERIALS.
           05  PRODUCT-MATERIAL-CNT
                                   PIC S9(4)  COMP VALUE 13.
           05  PRODUCT-MATERIAL-OCCS.
               10  FILLER          PIC X(10)       VALUE 'Aluminum'.
               10  FILLER          PIC X(10)       VALUE 'YYNYNYNNYY'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.090000000.
               10  FILLER          PIC X(10)       VALUE 'Steel'.
               10  FILLER          PIC X(10)       VALUE 'NYNYNYNNYY'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.090000000.
               10  FILLER          PIC X(10)       VALUE 'Cotton'.
               10  FILLER          PIC X(10)       VALUE 'NYYYNNNNNY'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.090000000.
               10  FILLER          PIC X(10)       VALUE 'Leather'.
               10  FILLER          PIC X(10)       VALUE 'NYYYNYNNNY'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.080000000.
               10  FILLER          PIC X(10)       VALUE 'Wooden'.
               10  FILLER          PIC X(10)       VALUE 'NYNNYYNYYN'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.080000000.
               10  FILLER          PIC X(10)       VALUE 'Plastic'.
               10  FILLER          PIC X(10)       VALUE 'YYNYYYNNYY'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.160000000.
               10  FILLER          PIC X(10)       VALUE 'Bamboo'.
               10  FILLER          PIC X(10)       VALUE 'NYYNNYNYNN'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.060000000.
               10  FILLER          PIC X(10)       VALUE 'Wool'.
               10  FILLER          PIC X(10)       VALUE 'NNYYNNNNNN'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.060000000.
               10  FILLER          PIC X(10)       VALUE 'Ceramic'.
               10  FILLER          PIC X(10)       VALUE 'NYNNNNNNNN'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.050000000.
               10  FILLER          PIC X(10)       VALUE 'Organic'.
               10  FILLER          PIC X(10)       VALUE 'NNYNNNYYNN'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.080000000.
               10  FILLER          PIC X(10)       VALUE 'Rubber'.
               10  FILLER          PIC X(10)       VALUE 'NNYYYNNNYY'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.060000000.
               10  FILLER          PIC X(10)       VALUE 'Titanium'.
               10  FILLER          PIC X(10)       VALUE 'YNNYNNNNYN'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.040000000.
               10  FILLER          PIC X(10)       VALUE 'Recycled'.
               10  FILLER          PIC X(10)       VALUE 'NYYYYYNNNN'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.060000000.
           05  FILLER REDEFINES PRODUCT-MATERIAL-OCCS.
               10  FILLER                          OCCURS 13
                                                   INDEXED PM-DX.
                   15  PRODUCT-MATERIAL
                                   PIC X(10).
                   15  PRODUCT-MATERIAL-FITS
                                   PIC X(10).
                   15  PRODUCT-MATERIAL-WEIGHT
                                   PIC SV9(9) COMP.

      **** Adjectives - any adjective suits any item.

       01  PRODUCT-ADJECTIVES.
           05  PRODUCT-ADJECTIVE-CNT
                                   PIC S9(4)  COMP VALUE 15.
           05  PRODUCT-ADJECTIVE-WEIGHT-TOT
                                   PIC S99V9(9)
                                              COMP VALUE 0.
           05  PRODUCT-ADJECTIVE-OCCS.
               10  FILLER          PIC X(11)       VALUE 'Ergonomic'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.080000000.
               10  FILLER          PIC X(11)       VALUE 'Premium'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.080000000.
               10  FILLER          PIC X(11)       VALUE 'Compact'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.080000000.
               10  FILLER          PIC X(11)       VALUE 'Classic'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.080000000.
               10  FILLER          PIC X(11)       VALUE 'Essential'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.080000000.
               10  FILLER          PIC X(11)       VALUE 'Deluxe'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.070000000.
               10  FILLER          PIC X(11)       VALUE 'Rustic'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.070000000.
               10  FILLER          PIC X(11)       VALUE 'Sleek'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.070000000.
               10  FILLER          PIC X(11)       VALUE 'Portable'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.070000000.
               10  FILLER          PIC X(11)       VALUE 'Modern'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.070000000.
               10  FILLER          PIC X(11)       VALUE 'Heavy-Duty'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.050000000.
               10  FILLER          PIC X(11)       VALUE 'Lightweight'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.050000000.
               10  FILLER          PIC X(11)       VALUE 'Handcrafted'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.050000000.
               10  FILLER          PIC X(11)       VALUE 'Vintage'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.050000000.
               10  FILLER          PIC X(11)       VALUE 'Pro-Grade'.
               10  FILLER          PIC SV9(9) COMP VALUE  0.050000000.
           05  FILLER REDEFINES PRODUCT-ADJECTIVE-OCCS.
               10  FILLER                          OCCURS 15
                                                   INDEXED PA-DX.
                   15  PRODUCT-ADJECTIVE
                                   PIC X(11).
                   15  PRODUCT-ADJECTIVE-WEIGHT
                                   PIC SV9(9) COMP.
