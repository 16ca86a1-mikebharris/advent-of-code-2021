*> one vent hazard point: a grid position crossed by two or more vent
*> lines. the straight flag says whether the point is already a hazard
*> on horizontal and vertical lines alone, or only once the diagonals
*> are plotted
01 HazardRecord.
    02 HazardX                  pic 9(3).
    02 HazardY                  pic 9(3).
    02 HazardVentCount          pic 9(2).
    02 HazardStraightFlag       pic x.
        88 HazardOnStraightLines    value "S".
        88 HazardOnDiagonalsOnly    value "D".
