*>             means uncapped. Appended after netDirectionFlag
*>             so every existing record reads unchanged; the
*>             routing solve itself never looks at it.
*> 261015 OS   added netVehicleClasses - the vehicle classes the
*>             link will take, up to four one-character class
*>             codes in any order (V van, R rigid, A articulated),
*>             for the lanes a weight limit, a low bridge or a
*>             tight yard keeps the bigger vehicles off. Spaces,
*>             including every record written before the field
*>             existed, means the link takes every class. Both
*>             records of a two-way pair carry the same list.
*>             Appended after netEdgeCapacity, same reasoning.
*>****************************************************************
01 netEdgeRecord.
    02 netRecordType pic x(01).
        03 netEdgeCost pic s9(06) sign is leading separate.
        03 netDirectionFlag pic x(01).
        03 netEdgeCapacity pic 9(06).
        03 netVehicleClasses pic x(04).
    02 netControlBody redefines netEdgeBody.
        03 netCtlRunDate pic 9(08).
        03 netCtlNodeCount pic 9(06).
        03 netCtlEdgeCount pic 9(06).
        03 filler pic x(25).
