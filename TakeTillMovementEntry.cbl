    call "GetCurrentOperator" using by reference OperatorSession
    move SessionOperatorCode to TillMoveOperator

    call "ChainMoneyLogRecord" using by content "TILL    ",
        by reference TillMovement
    open extend TillFloatLogFile
        write TillMovement
    close TillFloatLogFile
