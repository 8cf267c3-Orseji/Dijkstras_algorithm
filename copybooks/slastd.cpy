*>****************************************************************
*> Copybook: SLASTD
*> Purpose:  One committed service standard on the service-
*>           standards file (SLAFILE) - the maximum transit time
*>           sales have promised customers between an origin
*>           region and a destination region (the nmstRegion
*>           codes on the node master, see nodemst), in the same
*>           units as pextTotalTime/rspTotalTime, and the
*>           account team that owns the commitment. One record
*>           per ordered region pair - SE to LDN and LDN to SE
*>           are separate commitments. The nightly SLA breach
*>           report (see sla_breach_report) checks every run
*>           path and every answered routing request against it.
*> 261015 OS   added for the nightly SLA breach report
*>****************************************************************
01 serviceStandardRecord.
    02 slaOriginRegion pic x(03).
    02 slaDestRegion pic x(03).
    02 slaMaxTransitTime pic 9(06).
    02 slaAccountTeam pic x(20).
