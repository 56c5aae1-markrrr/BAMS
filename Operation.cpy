    88 OperationIsSave            value 1008.
    88 OperationIsIncident        value 1009.
    88 OperationIsMerchandise     value 1009.
    88 OperationIsRaffle          value 1009.
    88 OperationIsExit            value 1010.
